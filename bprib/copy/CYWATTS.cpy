   100******************************************************************
   200*                                                                *
   300*   CYWATTS - DESCRIPTION DE L'ENREGISTREMENT DU FICHIER         *
   400*             PMGCATTE (STOCK DES ORDRES DE PAIEMENT MIS EN      *
   500*             ATTENTE PAR LE CONTROLE PREALABLE BPRIB16)         *
   600*                                                                *
   700*   RIBATTE EST RECREE A CHAQUE CAMPAGNE PAR BPRIB16 : BPRIB21   *
   800*   EN REPREND CHAQUE ORDRE DANS CE STOCK, AVEC SA DATE DE MISE  *
   900*   EN ATTENTE, ET Y CONSIGNE LES DECISIONS DU SERVICE           *
  1000*   PAIEMENTS (LIBERATION OU ANNULATION, AUTEUR ET MOTIF). LA    *
  1100*   CLE EST L'ORDRE D'ORIGINE LUI-MEME (CF CYWORDR), TIERS EN    *
  1200*   TETE : LE STOCK SE LIT DONC DANS L'ORDRE DES TIERS.          *
  1300*   AU-DELA DU SEUIL DU FICHIER RIBATTP, UNE LIBERATION EXIGE    *
  1400*   DEUX VALIDEURS DIFFERENTS : LE PREMIER FAIT PASSER L'ORDRE   *
  1500*   AU STATUT "P", LE SECOND AU STATUT "L".                      *
  1600*                                                                *
  1700******************************************************************
  1800* MODIFICATIONS
  1900*   2026-10-15 JLB  CREATION INITIALE
  2000******************************************************************
  2100 01  ATS-ENREG.
  2200     05  ATS-CLE.
  2300         10  ATS-TIE-ID          PIC X(10).
  2400         10  ATS-DATE-EXEC       PIC 9(08).
  2500         10  ATS-MONTANT         PIC 9(11)V99.
  2600         10  ATS-EMET-ID         PIC X(05).
  2700         10  ATS-LIBELLE         PIC X(31).
  2800     05  ATS-MOTIF               PIC X(01).
  2900         88  ATS-DOUBLON             VALUE "D".
  3000         88  ATS-MONTANT-PLAFOND     VALUE "M".
  3100         88  ATS-CUMUL-PLAFOND       VALUE "C".
  3200         88  ATS-DATE-HORS-BORNES    VALUE "E".
  3300     05  ATS-DT-ATTENTE          PIC 9(08) VALUE ZERO.
  3400     05  ATS-STATUT              PIC X(01) VALUE "A".
  3500         88  ATS-EN-ATTENTE          VALUE "A".
  3600         88  ATS-PREMIERE-VALID      VALUE "P".
  3700         88  ATS-LIBERE              VALUE "L".
  3800         88  ATS-ANNULE              VALUE "X".
  3900         88  ATS-NON-DECIDE          VALUE "A" "P".
  4000     05  ATS-USER-VALID-1        PIC X(08) VALUE SPACES.
  4100     05  ATS-DT-VALID-1          PIC 9(08) VALUE ZERO.
  4200     05  ATS-USER-DECISION       PIC X(08) VALUE SPACES.
  4300     05  ATS-DT-DECISION         PIC 9(08) VALUE ZERO.
  4400     05  ATS-MOTIF-DECISION      PIC X(24) VALUE SPACES.
