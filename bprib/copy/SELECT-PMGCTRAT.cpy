   100******************************************************************
   200*   SELECT-PMGCTRAT - DECLARATION FILE-CONTROL DU FICHIER DE     *
   300*                     TRANSACTIONS DE MAINTENANCE PMGCTIER       *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCTRAT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCTRAT ASSIGN TO "PMGCTRAT"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCTRAT.
