   100******************************************************************
   200*   SELECT-RIBATTP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DU CIRCUIT DE DECISION           *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBATTP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBATTP ASSIGN TO "RIBATTP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBATTP.
