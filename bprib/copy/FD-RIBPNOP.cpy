   100******************************************************************
   200*   FD-RIBPNOP - PARAMETRES DES PRE-NOTIFICATIONS                *
   300******************************************************************
   400 FD  RIBPNOP
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWPNOP.
