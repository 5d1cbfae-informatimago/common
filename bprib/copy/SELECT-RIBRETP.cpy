   100******************************************************************
   200*   SELECT-RIBRETP - DECLARATION FILE-CONTROL DU FICHIER DES     *
   300*                    REJETS DE PRELEVEMENTS (BPRIB25)            *
   400******************************************************************
   500*   LE FICHIER EST SUPPOSE TRIE PAR RTP-TIE-ID CROISSANT.
   600*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBRETP (PIC XX)
   700*   EN WORKING-STORAGE.
   800     SELECT RIBRETP ASSIGN TO "RIBRETP"
   900         ORGANIZATION IS LINE SEQUENTIAL
  1000         FILE STATUS IS WS-STATUT-RIBRETP.
