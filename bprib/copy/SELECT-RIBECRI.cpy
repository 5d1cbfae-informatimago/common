   100******************************************************************
   200*   SELECT-RIBECRI - DECLARATION FILE-CONTROL DU FICHIER         *
   300*                    D'ECRITURES COMPTABLES DES REGLEMENTS       *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBECRI (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBECRI ASSIGN TO "RIBECRI"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBECRI.
