   100******************************************************************
   200*   FD-PMGCJRNR - JOURNAL DES MISES A JOUR DE PMGCREGR           *
   300******************************************************************
   400 FD  PMGCJRNR
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWRGJRN.
