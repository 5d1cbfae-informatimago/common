   100******************************************************************
   200*   SELECT-PMGCRAPR - DECLARATION FILE-CONTROL DU STOCK DES      *
   300*                     REMISES A RAPPROCHER DU RELEVE BANCAIRE    *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCRAPR (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCRAPR ASSIGN TO "PMGCRAPR"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS RAP-CLE
  1100         FILE STATUS IS WS-STATUT-PMGCRAPR.
