   100******************************************************************
   200*   SELECT-PMGCJRNO - DECLARATION FILE-CONTROL DU JOURNAL DES    *
   300*                     DECISIONS SUR LES ORDRES EN ATTENTE        *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCJRNO (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCJRNO ASSIGN TO "PMGCJRNO"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCJRNO.
