   800******************************************************************
   900* MODIFICATIONS
  1000*   2026-09-01 JLB  CREATION INITIALE
  1010*   2026-10-15 JLB  ECRIT AUSSI PAR LE TRAITEMENT DES REJETS DE
  1020*                   PRELEVEMENTS BPRIB25 ET LA CADUCITE DES
  1030*                   MANDATS INACTIFS BPRIB26 (TYPES R, K, S)
  1100******************************************************************
  1200 01  JMA-ENREG.
  1300     05  JMA-TYPE-OPER           PIC X(01).
