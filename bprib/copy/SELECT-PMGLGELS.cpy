   100******************************************************************
   200*   SELECT-PMGLGELS - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     CORRESPONDANCES DU FILTRAGE DES GELS       *
   400*                     (BPRIB28)                                  *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLGELS (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGLGELS ASSIGN TO "PMGLGELS"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGLGELS.
