   100******************************************************************
   200*   SELECT-PMGCTRAR - DECLARATION FILE-CONTROL DU FICHIER DE     *
   300*                     TRANSACTIONS DU REGISTRE DES REMISES       *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCTRAR (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCTRAR ASSIGN TO "PMGCTRAR"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCTRAR.
