   100******************************************************************
   200*   SELECT-PMGCTRAO - DECLARATION FILE-CONTROL DU FICHIER DES    *
   300*                     DECISIONS SUR LES ORDRES EN ATTENTE        *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCTRAO (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCTRAO ASSIGN TO "PMGCTRAO"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-PMGCTRAO.
