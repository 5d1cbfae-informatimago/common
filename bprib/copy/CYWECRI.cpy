   100******************************************************************
   200*                                                                *
   300*   CYWECRI - ENREGISTREMENT DU FICHIER D'ECRITURES COMPTABLES   *
   400*             DES REGLEMENTS (RIBECRI, ECRIT PAR BPRIB23 POUR    *
   500*             L'IMPORT DANS LE LOGICIEL COMPTABLE)               *
   600*                                                                *
   700*   UNE LIGNE D'ECRITURE PAR ENREGISTREMENT, AU FORMAT FIXE      *
   800*   D'IMPORT DU LOGICIEL COMPTABLE : JOURNAL, DATE COMPTABLE,    *
   900*   NUMERO DE PIECE, COMPTE GENERAL, COMPTE AUXILIAIRE (TIERS,   *
  1000*   A BLANC SUR LES LIGNES DE BANQUE), LIBELLE, SENS ET MONTANT. *
  1100*   UNE PIECE EST EQUILIBREE : LES LIGNES TIERS D'UN COMPTE      *
  1200*   EMETTEUR ET D'UNE POPULATION SONT SOLDEES PAR UNE LIGNE DE   *
  1300*   BANQUE DU MEME MONTANT TOTAL.                                *
  1400*     PIECE VF/VS + DATE : VIREMENTS FOURNISSEURS / SALAIRES     *
  1500*                          (DEBIT TIERS, CREDIT BANQUE)          *
  1600*     PIECE PR + DATE    : PRELEVEMENTS (DEBIT BANQUE, CREDIT    *
  1700*                          TIERS)                                *
  1800*     PIECE RV + DATE    : CONTRE-PASSATION DES VIREMENTS        *
  1900*                          RETOURNES (DEBIT BANQUE, CREDIT       *
  2000*                          TIERS)                                *
  2100*                                                                *
  2200******************************************************************
  2300* MODIFICATIONS
  2400*   2026-10-15 JLB  CREATION INITIALE
  2500******************************************************************
  2600 01  ECR-ENREG.
  2700     05  ECR-JOURNAL             PIC X(03).
  2800     05  ECR-DATE                PIC 9(08).
  2900     05  ECR-PIECE.
  3000         10  ECR-PIECE-TYPE      PIC X(02).
  3100         10  ECR-PIECE-DATE      PIC 9(08).
  3200         10  ECR-PIECE-EMET      PIC X(05).
  3300     05  ECR-COMPTE              PIC X(10).
  3400     05  ECR-COMPTE-AUX          PIC X(10).
  3500     05  ECR-LIBELLE             PIC X(31).
  3600     05  ECR-SENS                PIC X(01).
  3700         88  ECR-DEBIT               VALUE "D".
  3800         88  ECR-CREDIT              VALUE "C".
  3900     05  ECR-MONTANT             PIC 9(11)V99.
