   100******************************************************************
   200*   SELECT-RIBPNOT - DECLARATION FILE-CONTROL DU FICHIER DES     *
   300*                    PRE-NOTIFICATIONS A ENVOYER (BPRIB27)       *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBPNOT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBPNOT ASSIGN TO "RIBPNOT"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBPNOT.
