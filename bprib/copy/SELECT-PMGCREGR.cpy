   100******************************************************************
   200*   SELECT-PMGCREGR - DECLARATION FILE-CONTROL DU REGISTRE DES   *
   300*                     REMISES EMISES                             *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCREGR (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCREGR ASSIGN TO "PMGCREGR"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS REG-NO-REMISE
  1100         FILE STATUS IS WS-STATUT-PMGCREGR.
