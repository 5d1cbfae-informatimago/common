   100******************************************************************
   200*   SELECT-PMGLCADU - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     MANDATS RENDUS CADUCS (BPRIB26)            *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLCADU (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLCADU ASSIGN TO "PMGLCADU"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLCADU.
