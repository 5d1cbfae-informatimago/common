   100******************************************************************
   200*   SELECT-RIBRTPP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DU TRAITEMENT DES REJETS DE      *
   400*                    PRELEVEMENTS                                *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBRTPP (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT RIBRTPP ASSIGN TO "RIBRTPP"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-RIBRTPP.
