   100******************************************************************
   200*                                                                *
   300*   CYWREGR - ENREGISTREMENT DU REGISTRE DES REMISES EMISES      *
   400*             (PMGCREGR, NUMEROTE PAR BPRIB07 ET BPRIB15, TENU   *
   500*             PAR BPRIB31)                                       *
   600*                                                                *
   700*   UN ENREGISTREMENT PAR REMISE LOGIQUE (VIREMENTS FOURNISSEURS *
   800*   OU DE SALAIRES D'UN COMPTE EMETTEUR, PRELEVEMENTS) : NUMERO  *
   900*   UNIQUE, EMETTEUR, DATE ET HEURE DE LA REMISE, NOMBRE ET      *
  1000*   MONTANT DES DETAILS, EMPREINTE DU CONTENU ET STATUT :        *
  1100*     G - GENEREE PAR LA CHAINE, NON ENCORE TRANSMISE            *
  1200*     T - TRANSMISE A LA BANQUE                                  *
  1300*     A - ACQUITTEE PAR LA BANQUE                                *
  1400*     X - ANNULEE (REMPLACEE PAR UNE RELANCE, DOUBLE D'UNE       *
  1500*         REMISE DEJA TRANSMISE, VIDE, OU ANNULATION DEMANDEE)   *
  1600*   L'ENREGISTREMENT DE NUMERO ZERO EST L'ENREGISTREMENT DE      *
  1700*   CONTROLE PORTANT LE DERNIER NUMERO ATTRIBUE.                 *
  1800*                                                                *
  1900******************************************************************
  2000* MODIFICATIONS
  2100*   2026-10-15 JLB  CREATION INITIALE
  2200******************************************************************
  2300 01  REG-ENREG.
  2400     05  REG-NO-REMISE           PIC 9(08).
  2500         88  REG-CONTROLE            VALUE ZERO.
  2600     05  REG-CORPS               PIC X(150).
  2700     05  REG-CORPS-REM REDEFINES REG-CORPS.
  2800         10  REG-TYPE            PIC X(01).
  2900             88  REG-VIR-FOURNISSEURS VALUE "F".
  3000             88  REG-VIR-SALAIRES    VALUE "S".
  3100             88  REG-PRELEVEMENTS    VALUE "P".
  3200         10  REG-EMET-ID         PIC X(05).
  3300         10  REG-DATE-REMISE     PIC 9(08).
  3400         10  REG-HEURE           PIC 9(06).
  3500*            PROGRAMME AYANT GENERE LA REMISE
  3600         10  REG-PROG            PIC X(08).
  3700         10  REG-NB              PIC 9(07).
  3800         10  REG-MONTANT         PIC 9(13)V99.
  3900*            EMPREINTE DU CONTENU DES DETAILS, HORS NUMERO DE
  4000*            REMISE ET ZONES PROPRES A L'EMISSION (CF BPRIB31)
  4100         10  REG-EMPREINTE       PIC 9(10).
  4200         10  REG-STATUT          PIC X(01).
  4300             88  REG-GENEREE         VALUE "G".
  4400             88  REG-TRANSMISE       VALUE "T".
  4500             88  REG-ACQUITTEE       VALUE "A".
  4600             88  REG-ANNULEE         VALUE "X".
  4700*            REMISE DEJA TRANSMISE DONT CELLE-CI EST LE DOUBLE, OU
  4800*            REMISE QUI REMPLACE CELLE-CI
  4900         10  REG-NO-ORIGINE      PIC 9(08).
  5000         10  REG-DT-STATUT       PIC 9(08).
  5100         10  REG-USER-STATUT     PIC X(08).
  5200         10  REG-MOTIF           PIC X(30).
  5300*            REGENERATIONS A L'IDENTIQUE (REMISE PERDUE EN
  5400*            TRANSMISSION) : NOMBRE, DATE ET AUTEUR DE LA DERNIERE
  5500         10  REG-NB-REGEN        PIC 9(03).
  5600         10  REG-DT-REGEN        PIC 9(08).
  5700         10  REG-USER-REGEN      PIC X(08).
  5800         10  FILLER              PIC X(16).
  5900     05  REG-CORPS-CTL REDEFINES REG-CORPS.
  6000         10  REG-CTL-DERNIER-NO  PIC 9(08).
  6100         10  REG-CTL-DT-MAJ      PIC 9(08).
  6200         10  REG-CTL-PROG        PIC X(08).
  6300         10  FILLER              PIC X(126).
