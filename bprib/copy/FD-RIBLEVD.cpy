   100******************************************************************
   200*   FD-RIBLEVD - REGISTRE DES LEVEES DE DOUTE DU FILTRAGE DES    *
   300*                GELS DES AVOIRS                                 *
   400******************************************************************
   500 FD  RIBLEVD
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWLEVD.
