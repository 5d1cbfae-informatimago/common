   100******************************************************************
   200*   SELECT-RIBREPC - DECLARATION FILE-CONTROL DU FICHIER DES     *
   300*                    ENCAISSEMENTS A REPRESENTER (BPRIB25)       *
   400******************************************************************
   500*   LE FICHIER EST ECRIT EN ORDRE DE TIERS CROISSANT, AU FORMAT
   600*   DE PMGCENCA (CF CYWENCA), POUR FUSION AVEC LES ORDRES
   700*   D'ENCAISSEMENT DE LA PROCHAINE REMISE BPRIB15.
   800*   LE PROGRAMME APPELANT DOIT DEFINIR WS-STATUT-RIBREPC (PIC XX)
   900*   EN WORKING-STORAGE.
  1000     SELECT RIBREPC ASSIGN TO "RIBREPC"
  1100         ORGANIZATION IS LINE SEQUENTIAL
  1200         FILE STATUS IS WS-STATUT-RIBREPC.
