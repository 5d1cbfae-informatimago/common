   100******************************************************************
   200*   SELECT-RIBRELV - DECLARATION FILE-CONTROL DU RELEVE DE       *
   300*                    COMPTE BANCAIRE CFONB 120                   *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBRELV (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBRELV ASSIGN TO "RIBRELV"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBRELV.
