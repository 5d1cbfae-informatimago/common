   100******************************************************************
   200*   FD-PMGCVALT - SAISIES DE RIB EN ATTENTE DE SECONDE           *
   300*                 VALIDATION                                     *
   400******************************************************************
   500 FD  PMGCVALT
   600         LABEL RECORDS ARE STANDARD.
   700     COPY CYWVALT.
