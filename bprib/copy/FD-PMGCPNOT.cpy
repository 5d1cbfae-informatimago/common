   100******************************************************************
   200*   FD-PMGCPNOT - PRE-NOTIFICATIONS DE PRELEVEMENTS ENVOYEES     *
   300******************************************************************
   400 FD  PMGCPNOT
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWPNOT.
