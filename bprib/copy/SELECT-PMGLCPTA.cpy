   100******************************************************************
   200*   SELECT-PMGLCPTA - DECLARATION FILE-CONTROL DE L'ETAT DE      *
   300*                     CONTROLE DE L'INTERFACE COMPTABLE          *
   400*                     (BPRIB23)                                  *
   500******************************************************************
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGLCPTA (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT PMGLCPTA ASSIGN TO "PMGLCPTA"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-PMGLCPTA.
