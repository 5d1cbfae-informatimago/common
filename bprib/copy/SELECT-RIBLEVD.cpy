   100******************************************************************
   200*   SELECT-RIBLEVD - DECLARATION FILE-CONTROL DU REGISTRE DES    *
   300*                    LEVEES DE DOUTE DU FILTRAGE DES GELS        *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBLEVD (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBLEVD ASSIGN TO "RIBLEVD"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBLEVD.
