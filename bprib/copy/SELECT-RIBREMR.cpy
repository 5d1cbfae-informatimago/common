   100******************************************************************
   200*   SELECT-RIBREMR - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    REMISE REGENEREE A L'IDENTIQUE (BPRIB31,    *
   400*                    DECOUPAGE CYWREMIS OU CYWPRELV SELON LE     *
   500*                    TYPE DE LA REMISE)                          *
   600******************************************************************
   700*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBREMR (PIC XX)
   800*   EN WORKING-STORAGE.
   900     SELECT RIBREMR ASSIGN TO "RIBREMR"
  1000         ORGANIZATION IS LINE SEQUENTIAL
  1100         FILE STATUS IS WS-STATUT-RIBREMR.
