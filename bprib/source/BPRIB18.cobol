  3100*                   L'ETAT ET EN CONSOLE) AU LIEU DE LISTER
  3200*                   TOUS LES TIERS EN OBSERVATION ALORS QUE LA
  3300*                   REMISE LES PAIE
  3310*   2026-10-15 JLB  DOMICILIATIONS ETRANGERES (CF CYWCARE) : LA
  3320*                   LEVEE JOURNALISE LE TYPE ET L'IBAN/BIC
  3330*                   AVANT/APRES, ET L'ETAT PORTE UNE LIGNE
  3340*                   IBAN/BIC SOUS LE TIERS DES QU'UNE DES DEUX
  3350*                   DOMICILIATIONS EST ETRANGERE
  3400****************************************************************
  3500 ENVIRONMENT DIVISION.
  3600 CONFIGURATION SECTION.
 10200     05  DET-DISPOSITION        PIC X(16).
 10300     05  FILLER                 PIC X(45) VALUE SPACES.
 10400*
 10410*    SUITE DE LA LIGNE DETAIL POUR UNE DOMICILIATION ETRANGERE
 10420 01  WS-LIGNE-ETRANGER.
 10430     05  FILLER                 PIC X(21) VALUE
 10440         "           IBAN/BIC".
 10450     05  ETR-ANC-IBAN           PIC X(34).
 10460     05  FILLER                 PIC X(01) VALUE SPACES.
 10470     05  ETR-ANC-BIC            PIC X(11).
 10480     05  FILLER                 PIC X(03) VALUE " > ".
 10490     05  ETR-NOU-IBAN           PIC X(34).
 10491     05  FILLER                 PIC X(01) VALUE SPACES.
 10492     05  ETR-NOU-BIC            PIC X(11).
 10493     05  FILLER                 PIC X(16) VALUE SPACES.
 10494*
 10500 01  WS-LIGNE-TOTAL.
 10600     05  FILLER                 PIC X(20) VALUE SPACES.
 10700     05  TOT-LIBELLE            PIC X(20).
 26700     MOVE CAR-NOU-COGUIC TO JTI-APR-COGUIC.
 26800     MOVE CAR-NOU-CLERIB TO JTI-APR-CLERIB.
 26900     MOVE CAR-NOU-NOCPTE TO JTI-APR-NOCPTE.
 26910     MOVE CAR-ANC-TYPE-DOM TO JTI-AVT-TYPE-DOM.
 26920     IF CAR-ANC-ETRANGER
 26930         MOVE CAR-ANC-IBAN TO JTI-AVT-IBAN
 26940         MOVE CAR-ANC-BIC  TO JTI-AVT-BIC.
 26950     MOVE CAR-NOU-TYPE-DOM TO JTI-APR-TYPE-DOM.
 26960     IF CAR-NOU-ETRANGER
 26970         MOVE CAR-NOU-IBAN TO JTI-APR-IBAN
 26980         MOVE CAR-NOU-BIC  TO JTI-APR-BIC.
 27000     WRITE JTI-ENREG.
 27100 2200-EXIT.
 27200     EXIT.
 32700     MOVE CAR-NOU-NOCPTE TO DET-NOU-NOCPTE.
 32800     MOVE WS-LIGNE-DETAIL TO CARE-LIGNE.
 32900     WRITE CARE-LIGNE.
 32910     IF NOT CAR-ANC-ETRANGER
 32920         AND NOT CAR-NOU-ETRANGER
 32930         GO TO 3200-EXIT.
 32940     MOVE CAR-ANC-IBAN   TO ETR-ANC-IBAN.
 32950     MOVE CAR-ANC-BIC    TO ETR-ANC-BIC.
 32960     MOVE CAR-NOU-IBAN   TO ETR-NOU-IBAN.
 32970     MOVE CAR-NOU-BIC    TO ETR-NOU-BIC.
 32980     MOVE WS-LIGNE-ETRANGER TO CARE-LIGNE.
 32990     WRITE CARE-LIGNE.
 33000 3200-EXIT.
 33100     EXIT.
 33200*
