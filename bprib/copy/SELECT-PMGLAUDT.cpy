   100******************************************************************
   200*   SELECT-PMGLAUDT - DECLARATION FILE-CONTROL DE L'ETAT D'AUDIT *
   300*                     CONSOLIDE DES JOURNAUX (BPRIB29)           *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLAUDT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLAUDT ASSIGN TO "PMGLAUDT"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLAUDT.
