  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-09-01 JLB  CREATION INITIALE
  1410*   2026-10-15 JLB  MOTIF "N" : ORDRE NON PRE-NOTIFIE AU DEBITEUR
  1420*                   DANS LE DELAI CONTRACTUEL (CF BPRIB27)
  1430*   2026-10-15 JLB  MOTIF "F" : TIERS CLOS PAR LA MAINTENANCE
  1440*                   BPRIB22 (CF CYWTIER)
  1500******************************************************************
  1600 01  REJC-ENREG.
  1700     05  REJC-TIE-ID             PIC X(10).
  2600         88  REJC-MANDAT-CADUC       VALUE "C".
  2700         88  REJC-RIB-REJETE         VALUE "R".
  2800         88  REJC-IBAN-REJETE        VALUE "I".
  2850         88  REJC-NON-PRENOTIFIE     VALUE "N".
  2860         88  REJC-TIERS-CLOS         VALUE "F".
  2900     05  REJC-RIND               PIC X(01).
  3000     05  REJC-RINDIBAN           PIC X(01).
