   100******************************************************************
   200*   FD-PMGCTRAT - TRANSACTIONS DE MAINTENANCE PMGCTIER/PMGCDOMI  *
   300*                 (MEME DECOUPAGE QUE CYWTITRA, DECRIT SUR LE    *
   400*                 FICHIER DE TRI DU PROGRAMME)                   *
   500******************************************************************
   600 FD  PMGCTRAT
   700     LABEL RECORDS ARE STANDARD.
   800 01  TRAT-ENREG                  PIC X(100).
