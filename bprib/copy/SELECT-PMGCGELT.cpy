   100******************************************************************
   200*   SELECT-PMGCGELT - DECLARATION FILE-CONTROL DU FICHIER DES    *
   300*                     TIERS BLOQUES PAR LE FILTRAGE DES GELS     *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCGELT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCGELT ASSIGN TO "PMGCGELT"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS GLT-TIE-ID
  1100         FILE STATUS IS WS-STATUT-PMGCGELT.
