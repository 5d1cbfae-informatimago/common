  1900*   2026-09-01 JLB  CREATION INITIALE
  1950*   2026-09-01 JLB  ELARGISSEMENT DE L'IBAN A 34 CARACTERES
  1960*                   (BENEFICIAIRES ETRANGERS, CF CYWREMIS)
  1970*   2026-10-15 JLB  AJOUT DU NUMERO DE LA REMISE D'ORIGINE
  1980*                   (REGISTRE PMGCREGR), ZERO OU A BLANC SI LA
  1990*                   BANQUE NE LE RESTITUE PAS
  2000******************************************************************
  2100 01  RTB-ENREG.
  2200     05  RTB-DATE-REMISE         PIC 9(08).
  2400     05  RTB-IBAN                PIC X(34).
  2500     05  RTB-MONTANT             PIC 9(11)V99.
  2600     05  RTB-MOTIF               PIC X(04).
  2700     05  RTB-NO-REMISE           PIC X(08).
  2800     05  RTB-NO-REMISE-N REDEFINES RTB-NO-REMISE
  2900                                 PIC 9(08).
