   100******************************************************************
   200*   SELECT-PMGCJRNR - DECLARATION FILE-CONTROL DU JOURNAL DES    *
   300*                     MISES A JOUR DE PMGCREGR                   *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCJRNR (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCJRNR ASSIGN TO "PMGCJRNR"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCJRNR.
