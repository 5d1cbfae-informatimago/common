   100******************************************************************
   200*   SELECT-RIBDOMS - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    TRAVAIL DES DOMICILIATIONS SAISIES PAR LA   *
   400*                    MAINTENANCE DES TIERS (BPRIB22)             *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBDOMS (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT RIBDOMS ASSIGN TO "RIBDOMS"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-RIBDOMS.
