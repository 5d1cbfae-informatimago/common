   100******************************************************************
   200*                                                                *
   300*   CYWRETP - ENREGISTREMENT DU FICHIER DES REJETS DE            *
   400*             PRELEVEMENTS SEPA RENVOYES PAR LA BANQUE (LU PAR   *
   500*             BPRIB25, SUR LE MODELE DE CYWRETB POUR LES         *
   600*             VIREMENTS)                                         *
   700*                                                                *
   800*   UN ENREGISTREMENT PAR PRELEVEMENT REJETE OU RETOURNE : LA    *
   900*   DATE DE LA REMISE D'ORIGINE, LE DEBITEUR, LA REFERENCE       *
  1000*   UNIQUE DU MANDAT (RUM) ET LE MONTANT DU PRELEVEMENT, ET LE   *
  1100*   MOTIF DE REJET DE LA BANQUE (CODE ISO, PAR EXEMPLE AC04      *
  1200*   COMPTE CLOS, AM04 PROVISION INSUFFISANTE, MD01 MANDAT        *
  1300*   INEXISTANT, MS02 OPPOSITION DU DEBITEUR).                    *
  1400*                                                                *
  1500*   LE FICHIER REMIS PAR LA BANQUE EST RETRIE PAR RTP-TIE-ID     *
  1600*   CROISSANT PAR L'EXPLOITATION AVANT LANCEMENT DE BPRIB25,     *
  1700*   POUR LE RAPPROCHEMENT AVEC LES DETAILS DE LA REMISE          *
  1800*   RIBPRELV (EUX-MEMES TRIES PAR TIERS).                        *
  1900*                                                                *
  2000******************************************************************
  2100* MODIFICATIONS
  2200*   2026-10-15 JLB  CREATION INITIALE
  2300******************************************************************
  2400 01  RTP-ENREG.
  2500     05  RTP-DATE-REMISE         PIC 9(08).
  2600     05  RTP-TIE-ID              PIC X(10).
  2700     05  RTP-RUM                 PIC X(35).
  2800     05  RTP-MONTANT             PIC 9(11)V99.
  2900     05  RTP-MOTIF               PIC X(04).
