   100******************************************************************
   200*   FD-RIBATTG - ORDRES BLOQUES PAR LE FILTRAGE DES GELS         *
   300*                (BPRIB07)                                       *
   400******************************************************************
   500 FD  RIBATTG
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWATTG.
