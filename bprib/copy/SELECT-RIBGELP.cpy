   100******************************************************************
   200*   SELECT-RIBGELP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DU FILTRAGE DES GELS DES AVOIRS  *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBGELP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBGELP ASSIGN TO "RIBGELP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBGELP.
