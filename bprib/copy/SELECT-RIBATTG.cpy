   100******************************************************************
   200*   SELECT-RIBATTG - DECLARATION FILE-CONTROL DU FICHIER DES     *
   300*                    ORDRES BLOQUES PAR LE FILTRAGE DES GELS     *
   400*                    (BPRIB07)                                   *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBATTG (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT RIBATTG ASSIGN TO "RIBATTG"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-RIBATTG.
