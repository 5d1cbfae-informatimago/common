   100******************************************************************
   200*   SELECT-PMGLREGR - DECLARATION FILE-CONTROL DE L'ETAT DU      *
   300*                     REGISTRE DES REMISES (BPRIB31)             *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLREGR (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLREGR ASSIGN TO "PMGLREGR"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLREGR.
