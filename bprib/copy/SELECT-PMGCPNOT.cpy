   100******************************************************************
   200*   SELECT-PMGCPNOT - DECLARATION FILE-CONTROL DU FICHIER DES    *
   300*                     PRE-NOTIFICATIONS DE PRELEVEMENTS          *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-PMGCPNOT (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT PMGCPNOT ASSIGN TO "PMGCPNOT"
   800         ORGANIZATION IS INDEXED
   900         ACCESS MODE IS DYNAMIC
  1000         RECORD KEY IS PNO-CLE
  1100         FILE STATUS IS WS-STATUT-PMGCPNOT.
