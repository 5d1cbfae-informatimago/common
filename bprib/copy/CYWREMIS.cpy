  1492*   2026-09-01 JLB  ELARGISSEMENT DE L'IBAN DU DETAIL A 34
  1494*                   CARACTERES (BENEFICIAIRES ETRANGERS) ET DU
  1496*                   CORPS EN CONSEQUENCE
  1497*   2026-10-15 JLB  NUMERO DE REMISE (REGISTRE PMGCREGR, CF
  1498*                   BPRIB31) PORTE PAR L'ENTETE, LES DETAILS ET
  1499*                   LE TOTAL, PRIS SUR LES FILLERS
  1500******************************************************************
  1600 01  REM-ENREG.
  1700     05  REM-TYPE                PIC X(01).
  2400         10  REM-ENT-HEURE       PIC 9(06).
  2410         10  REM-ENT-IBAN        PIC X(27).
  2420         10  REM-ENT-BIC         PIC X(11).
  2450         10  REM-ENT-NO-REMISE   PIC 9(08).
  2500         10  FILLER              PIC X(80).
  2600     05  REM-CORPS-DET REDEFINES REM-CORPS.
  2700         10  REM-DET-TIE-ID      PIC X(10).
  2800         10  REM-DET-NOM         PIC X(24).
  3100         10  REM-DET-MONTANT     PIC 9(11)V99.
  3200         10  REM-DET-LIBELLE     PIC X(31).
  3300         10  REM-DET-DATE-EXEC   PIC 9(08).
  3350         10  REM-DET-NO-REMISE   PIC 9(08).
  3400         10  FILLER              PIC X(01).
  3500     05  REM-CORPS-TOT REDEFINES REM-CORPS.
  3600         10  REM-TOT-NB          PIC 9(07).
  3700         10  REM-TOT-MONTANT     PIC 9(13)V99.
  3750         10  REM-TOT-NO-REMISE   PIC 9(08).
  3800         10  FILLER              PIC X(110).
