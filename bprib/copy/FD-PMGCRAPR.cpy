   100******************************************************************
   200*   FD-PMGCRAPR - STOCK DES REMISES A RAPPROCHER DU RELEVE       *
   300*                 BANCAIRE                                       *
   400******************************************************************
   500 FD  PMGCRAPR
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWRAPR.
