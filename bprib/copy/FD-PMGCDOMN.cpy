   400******************************************************************
   500 FD  PMGCDOMN
   600     LABEL RECORDS ARE STANDARD.
   700 01  DMN-ENREG                   PIC X(67).
