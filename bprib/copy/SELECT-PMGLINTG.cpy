   100******************************************************************
   200*   SELECT-PMGLINTG - DECLARATION FILE-CONTROL DE L'ETAT DES     *
   300*                     ANOMALIES D'INTEGRITE REFERENTIELLE        *
   400*                     (BPRIB30)                                  *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLINTG (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGLINTG ASSIGN TO "PMGLINTG"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGLINTG.
