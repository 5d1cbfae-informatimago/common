   100******************************************************************
   200*   FD-RIBRELV - RELEVE DE COMPTE BANCAIRE CFONB 120 DES         *
   300*                COMPTES EMETTEURS                               *
   400******************************************************************
   500 FD  RIBRELV
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWRELV.
