   100******************************************************************
   200*   FD-PMGCATTE - STOCK DES ORDRES EN ATTENTE DE DECISION        *
   300******************************************************************
   400 FD  PMGCATTE
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWATTS.
