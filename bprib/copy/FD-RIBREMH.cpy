   100******************************************************************
   200*   FD-RIBREMH - ARCHIVE DES REMISES EMISES (BPRIB31)            *
   300******************************************************************
   400 FD  RIBREMH
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWREMH.
