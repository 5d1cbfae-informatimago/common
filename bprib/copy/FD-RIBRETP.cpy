   100******************************************************************
   200*   FD-RIBRETP - REJETS DE PRELEVEMENTS RENVOYES PAR LA BANQUE   *
   300******************************************************************
   400 FD  RIBRETP
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWRETP.
