   100******************************************************************
   200*   FD-RIBRTPP - PARAMETRES DU TRAITEMENT DES REJETS DE          *
   300*                PRELEVEMENTS                                    *
   400******************************************************************
   500 FD  RIBRTPP
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWRTPP.
