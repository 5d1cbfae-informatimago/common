   100******************************************************************
   200*   SELECT-RIBRAPP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DU RAPPROCHEMENT BANCAIRE        *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBRAPP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBRAPP ASSIGN TO "RIBRAPP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBRAPP.
