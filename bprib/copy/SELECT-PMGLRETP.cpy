   100******************************************************************
   200*   SELECT-PMGLRETP - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     REJETS DE PRELEVEMENTS (BPRIB25)           *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLRETP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLRETP ASSIGN TO "PMGLRETP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLRETP.
