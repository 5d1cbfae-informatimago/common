   100******************************************************************
   200*   FD-RIBRAPP - PARAMETRES DU RAPPROCHEMENT DU RELEVE BANCAIRE  *
   300******************************************************************
   400 FD  RIBRAPP
   500     LABEL RECORDS ARE STANDARD.
   600 COPY CYWRAPP.
