   100******************************************************************
   200*   FD-RIBREMR - FICHIER DE REMISE REGENERE A L'IDENTIQUE        *
   300*                (BPRIB31)                                       *
   400******************************************************************
   500 FD  RIBREMR
   600     LABEL RECORDS ARE STANDARD.
   700 01  RMR-ENREG                   PIC X(176).
