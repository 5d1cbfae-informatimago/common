   100******************************************************************
   200*   SELECT-PMGCVALT - DECLARATION FILE-CONTROL DU STOCK DES      *
   300*                     SAISIES DE RIB EN ATTENTE DE VALIDATION    *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCVALT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCVALT ASSIGN TO "PMGCVALT"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS VLT-TIE-ID
  1100         FILE STATUS IS WS-STATUT-PMGCVALT.
