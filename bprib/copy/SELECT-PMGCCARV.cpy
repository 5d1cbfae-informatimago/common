   100******************************************************************
   200*   SELECT-PMGCCARV - DECLARATION FILE-CONTROL DU DECHARGEMENT   *
   300*                     SEQUENTIEL DE PMGCCARE A L'ANCIEN FORMAT   *
   400*                     (CONVERSION BPRIB32)                       *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCCARV (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGCCARV ASSIGN TO "PMGCCARV"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGCCARV.
