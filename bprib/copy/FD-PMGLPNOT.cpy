   100******************************************************************
   200*   FD-PMGLPNOT - ETAT DES PRE-NOTIFICATIONS (BPRIB27)           *
   300******************************************************************
   400 FD  PMGLPNOT
   500     LABEL RECORDS ARE STANDARD.
   600 01  PNOT-LIGNE                  PIC X(132).
