   100******************************************************************
   200*   FD-PMGLAUDT - ETAT D'AUDIT CONSOLIDE DES JOURNAUX (BPRIB29)  *
   300******************************************************************
   400 FD  PMGLAUDT
   500     LABEL RECORDS ARE STANDARD.
   600 01  AUDT-LIGNE                  PIC X(132).
