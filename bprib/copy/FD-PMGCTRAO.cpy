   100******************************************************************
   200*   FD-PMGCTRAO - DECISIONS SUR LES ORDRES EN ATTENTE (BPRIB21)  *
   300******************************************************************
   400 FD  PMGCTRAO
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWORTRA.
