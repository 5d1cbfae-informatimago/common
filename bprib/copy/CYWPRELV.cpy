  1500******************************************************************
  1600* MODIFICATIONS
  1700*   2026-09-01 JLB  CREATION INITIALE
  1710*   2026-10-15 JLB  AJOUT DU NUMERO DE PRESENTATION AU DETAIL
  1720*                   (LIMITE DES REPRESENTATIONS, CF BPRIB25)
  1730*   2026-10-15 JLB  NUMERO DE REMISE (REGISTRE PMGCREGR, CF
  1740*                   BPRIB31) PORTE PAR L'ENTETE ET LE TOTAL
  1800******************************************************************
  1900 01  PRL-ENREG.
  2000     05  PRL-TYPE                PIC X(01).
  2500     05  PRL-CORPS-ENT REDEFINES PRL-CORPS.
  2600         10  PRL-ENT-DATE-REMISE PIC 9(08).
  2700         10  PRL-ENT-HEURE       PIC 9(06).
  2750         10  PRL-ENT-NO-REMISE   PIC 9(08).
  2800         10  FILLER              PIC X(153).
  2900     05  PRL-CORPS-DET REDEFINES PRL-CORPS.
  3000         10  PRL-DET-TIE-ID      PIC X(10).
  3100         10  PRL-DET-NOM         PIC X(24).
  3700         10  PRL-DET-MONTANT     PIC 9(11)V99.
  3800         10  PRL-DET-LIBELLE     PIC X(31).
  3900         10  PRL-DET-DATE-ECH    PIC 9(08).
  3910         10  PRL-DET-NB-PRES     PIC 9(02).
  4000         10  FILLER              PIC X(02).
  4100     05  PRL-CORPS-TOT REDEFINES PRL-CORPS.
  4200         10  PRL-TOT-NB          PIC 9(07).
  4300         10  PRL-TOT-MONTANT     PIC 9(13)V99.
  4350         10  PRL-TOT-NO-REMISE   PIC 9(08).
  4400         10  FILLER              PIC X(145).
