   100******************************************************************
   200*   FD-RIBGELP - PARAMETRES DU FILTRAGE DES GELS DES AVOIRS      *
   300******************************************************************
   400 FD  RIBGELP
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWGELP.
