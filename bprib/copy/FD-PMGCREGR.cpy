   100******************************************************************
   200*   FD-PMGCREGR - REGISTRE DES REMISES EMISES                    *
   300******************************************************************
   400 FD  PMGCREGR
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWREGR.
