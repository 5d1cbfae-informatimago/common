   100******************************************************************
   200*   FD-RIBATTP - PARAMETRES DU CIRCUIT DE DECISION SUR LES       *
   300*                ORDRES EN ATTENTE                               *
   400******************************************************************
   500 FD  RIBATTP
   600     LABEL RECORDS ARE STANDARD.
   700 COPY CYWATTP.
