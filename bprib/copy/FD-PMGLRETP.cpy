   100******************************************************************
   200*   FD-PMGLRETP - ETAT DES REJETS DE PRELEVEMENTS (BPRIB25)      *
   300******************************************************************
   400 FD  PMGLRETP
   500     LABEL RECORDS ARE STANDARD.
   600 01  RETP-LIGNE                  PIC X(132).
