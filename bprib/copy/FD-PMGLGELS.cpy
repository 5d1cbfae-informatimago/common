   100******************************************************************
   200*   FD-PMGLGELS - ETAT DES CORRESPONDANCES DU FILTRAGE DES GELS  *
   300*                 (BPRIB28)                                      *
   400******************************************************************
   500 FD  PMGLGELS
   600     LABEL RECORDS ARE STANDARD.
   700 01  GELS-LIGNE                  PIC X(132).
