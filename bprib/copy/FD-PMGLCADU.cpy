   100******************************************************************
   200*   FD-PMGLCADU - ETAT DES MANDATS RENDUS CADUCS (BPRIB26)       *
   300******************************************************************
   400 FD  PMGLCADU
   500     LABEL RECORDS ARE STANDARD.
   600 01  CADU-LIGNE                  PIC X(132).
