   100******************************************************************
   200*   SELECT-PMGLRELV - DECLARATION FILE-CONTROL DE L'ETAT DU      *
   300*                     RAPPROCHEMENT DU RELEVE BANCAIRE (BPRIB24) *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLRELV (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGLRELV ASSIGN TO "PMGLRELV"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGLRELV.
