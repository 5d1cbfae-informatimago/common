   100******************************************************************
   200*   SELECT-RIBREMH - DECLARATION FILE-CONTROL DE L'ARCHIVE DES   *
   300*                    REMISES EMISES (BPRIB31)                    *
   400******************************************************************
   500*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBREMH (PIC XX)
   600*   EN WORKING-STORAGE.
   700     SELECT RIBREMH ASSIGN TO "RIBREMH"
   800         ORGANIZATION IS LINE SEQUENTIAL
   900         FILE STATUS IS WS-STATUT-RIBREMH.
