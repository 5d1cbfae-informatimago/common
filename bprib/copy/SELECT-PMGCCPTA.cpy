   100******************************************************************
   200*   SELECT-PMGCCPTA - DECLARATION FILE-CONTROL DE LA TABLE DE    *
   300*                     PARAMETRAGE COMPTABLE DES REGLEMENTS       *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCCPTA (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCCPTA ASSIGN TO "PMGCCPTA"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCCPTA.
