   100******************************************************************
   200*   SELECT-RIBPNOP - DECLARATION FILE-CONTROL DU FICHIER DE      *
   300*                    PARAMETRES DES PRE-NOTIFICATIONS            *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBPNOP (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBPNOP ASSIGN TO "RIBPNOP"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBPNOP.
