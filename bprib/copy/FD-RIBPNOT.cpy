   100******************************************************************
   200*   FD-RIBPNOT - PRE-NOTIFICATIONS A ENVOYER AUX DEBITEURS       *
   300******************************************************************
   400 FD  RIBPNOT
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWPNOD.
