   100******************************************************************
   200*   SELECT-PMGLATTE - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     DECISIONS ET DE L'ANCIENNETE DES ORDRES    *
   400*                     EN ATTENTE (BPRIB21)                       *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLATTE (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGLATTE ASSIGN TO "PMGLATTE"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGLATTE.
