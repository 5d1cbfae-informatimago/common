   100******************************************************************
   200*   SELECT-PMGLPNOT - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     PRE-NOTIFICATIONS (BPRIB27)                *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLPNOT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLPNOT ASSIGN TO "PMGLPNOT"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLPNOT.
