   100******************************************************************
   200*   FD-PMGLCPTA - ETAT DE CONTROLE DE L'INTERFACE COMPTABLE      *
   300*                 (BPRIB23)                                      *
   400******************************************************************
   500 FD  PMGLCPTA
   600     LABEL RECORDS ARE STANDARD.
   700 01  CPTA-LIGNE                  PIC X(132).
