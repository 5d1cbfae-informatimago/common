   100******************************************************************
   200*   SELECT-RIBGELS - DECLARATION FILE-CONTROL DE L'EXTRAIT DES   *
   300*                    LISTES DE GELS DES AVOIRS ET DE SANCTIONS   *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBGELS (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBGELS ASSIGN TO "RIBGELS"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBGELS.
