   100******************************************************************
   200*   FD-RIBAUDP - PARAMETRES DE L'ETAT D'AUDIT DES JOURNAUX       *
   300******************************************************************
   400 FD  RIBAUDP
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWAUDP.
