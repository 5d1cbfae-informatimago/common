   100******************************************************************
   200*   FD-PMGLINTG - ETAT DES ANOMALIES D'INTEGRITE REFERENTIELLE   *
   300*                 (BPRIB30)                                      *
   400******************************************************************
   500 FD  PMGLINTG
   600     LABEL RECORDS ARE STANDARD.
   700 01  INTG-LIGNE                  PIC X(132).
