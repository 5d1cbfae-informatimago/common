   100******************************************************************
   200*   FD-PMGCTRAR - TRANSACTIONS DU REGISTRE DES REMISES           *
   300******************************************************************
   400 FD  PMGCTRAR
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWRGTRA.
