   100******************************************************************
   200*   FD-PMGLREGR - ETAT DU REGISTRE DES REMISES (BPRIB31)         *
   300******************************************************************
   400 FD  PMGLREGR
   500     LABEL RECORDS ARE STANDARD.
   600 01  REGR-LIGNE                  PIC X(132).
