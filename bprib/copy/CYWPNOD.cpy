   100******************************************************************
   200*                                                                *
   300*   CYWPNOD - ENREGISTREMENT DU FICHIER DES PRE-NOTIFICATIONS A  *
   400*             ENVOYER AUX DEBITEURS (RIBPNOT, ECRIT PAR BPRIB27  *
   500*             POUR L'EDITIQUE)                                   *
   600*                                                                *
   700*   UN ENREGISTREMENT PAR ENCAISSEMENT A VENIR : LE DEBITEUR, LE *
   800*   MANDAT INVOQUE (RUM), LE MONTANT ET LA DATE D'ECHEANCE DU    *
   900*   PRELEVEMENT, ET SON LIBELLE.                                 *
  1000*                                                                *
  1100******************************************************************
  1200* MODIFICATIONS
  1300*   2026-10-15 JLB  CREATION INITIALE
  1400******************************************************************
  1500 01  PND-ENREG.
  1600     05  PND-TIE-ID              PIC X(10).
  1700     05  PND-RUM                 PIC X(35).
  1800     05  PND-MONTANT             PIC 9(11)V99.
  1900     05  PND-DATE-ECH            PIC 9(08).
  2000     05  PND-LIBELLE             PIC X(31).
