   100******************************************************************
   200*   SELECT-PMGCMANV - DECLARATION FILE-CONTROL DU DECHARGEMENT   *
   300*                     SEQUENTIEL DE PMGCMAND A L'ANCIEN FORMAT   *
   400*                     (CONVERSION BPRIB32)                       *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCMANV (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGCMANV ASSIGN TO "PMGCMANV"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGCMANV.
