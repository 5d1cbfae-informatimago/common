   100******************************************************************
   200*   FD-RIBGELS - EXTRAIT DES LISTES DE GELS DES AVOIRS ET DE     *
   300*                SANCTIONS                                       *
   400******************************************************************
   500 FD  RIBGELS
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWGELS.
