   100******************************************************************
   200*   SELECT-PMGCATTE - DECLARATION FILE-CONTROL DU STOCK DES      *
   300*                     ORDRES EN ATTENTE DE DECISION              *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCATTE (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCATTE ASSIGN TO "PMGCATTE"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS ATS-CLE
  1100         FILE STATUS IS WS-STATUT-PMGCATTE.
