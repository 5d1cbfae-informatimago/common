   100******************************************************************
   200*   SELECT-RIBAUDP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DE L'ETAT D'AUDIT DES JOURNAUX   *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBAUDP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBAUDP ASSIGN TO "RIBAUDP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBAUDP.
