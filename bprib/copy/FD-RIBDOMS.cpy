   100******************************************************************
   200*   FD-RIBDOMS - DOMICILIATIONS SAISIES DANS LA CAMPAGNE, A      *
   300*                FUSIONNER AVEC PMGCDOMI (MEME DECOUPAGE QUE     *
   400*                CYWDOMI)                                        *
   500******************************************************************
   600 FD  RIBDOMS
   700     LABEL RECORDS ARE STANDARD.
   800 01  DOMS-ENREG                  PIC X(67).
