   100******************************************************************
   200*   FD-PMGCJRNO - JOURNAL DES DECISIONS SUR LES ORDRES EN        *
   300*                 ATTENTE                                        *
   400******************************************************************
   500 FD  PMGCJRNO
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWORJRN.
