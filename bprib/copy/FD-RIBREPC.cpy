   100******************************************************************
   200*   FD-RIBREPC - ENCAISSEMENTS A REPRESENTER (BPRIB25)           *
   300******************************************************************
   400 FD  RIBREPC
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWENCA.
