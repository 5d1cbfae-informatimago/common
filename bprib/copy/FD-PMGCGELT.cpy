   100******************************************************************
   200*   FD-PMGCGELT - TIERS BLOQUES PAR LE FILTRAGE DES GELS         *
   300******************************************************************
   400 FD  PMGCGELT
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWGELT.
