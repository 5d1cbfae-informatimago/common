   400******************************************************************
   500 FD  PMGCTIEN
   600     LABEL RECORDS ARE STANDARD.
   700 01  TIN-ENREG                   PIC X(93).
