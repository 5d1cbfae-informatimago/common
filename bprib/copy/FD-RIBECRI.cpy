   100******************************************************************
   200*   FD-RIBECRI - ECRITURES COMPTABLES DES REGLEMENTS (BPRIB23)   *
   300******************************************************************
   400 FD  RIBECRI
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWECRI.
