  9900*                   LES CHANGEMENTS APPLIQUES PAR BPRIB11 ET
 10000*                   BPRIB06 : LE DELAI DE CARENCE ANTI-FRAUDE
 10100*                   COUVRE AINSI TOUTES LES VOIES DE MUTATION
 10110*   2026-10-15 JLB  LA CARENCE D'UNE DOMICILIATION ETRANGERE
 10120*                   PORTE L'IBAN ET LE BIC (CF CYWCARE) AU LIEU
 10130*                   D'UNE RECOPIE POSITIONNELLE DANS LES ZONES
 10140*                   RIB, QUI TRONQUAIT L'IBAN
 10200****************************************************************
 10300 ENVIRONMENT DIVISION.
 10400 CONFIGURATION SECTION.
 15900*    (CF 2750-MISE-EN-CARENCE ET PMGCCARE)
 16000 77  WS-IND-CARE                PIC X VALUE "N".
 16100     88  WS-CARE-DISPONIBLE         VALUE "O".
 16200*    DECOUPAGE DE L'EMPREINTE VALIDEE (VUE RIB FRANCAIS OU
 16300*    IBAN ETRANGER SELON VAL-TYPE-DOM, CF CYWTIER) POUR
 16400*    L'ANCIENNE DOMICILIATION DE LA CARENCE
 16500 01  WS-EMP-ANC.
 16600     05  WS-EMP-ANC-COBANQ      PIC X(05).
 16700     05  WS-EMP-ANC-COGUIC      PIC X(05).
 16800     05  WS-EMP-ANC-DOMICI      PIC X(24).
 16900     05  WS-EMP-ANC-CLERIB      PIC X(02).
 17000     05  WS-EMP-ANC-NOCPTE      PIC X(11).
 17010 01  WS-EMP-ANC-ETR REDEFINES WS-EMP-ANC.
 17020     05  WS-EMP-ANC-IBAN        PIC X(34).
 17030     05  WS-EMP-ANC-BIC         PIC X(11).
 17040     05  FILLER                 PIC X(02).
 17100 77  WS-FREQ-CHKP               PIC 9(07) COMP VALUE ZERO.
 17200 77  WS-DEPUIS-CHKP             PIC 9(07) COMP VALUE ZERO.
 17300 77  WS-NB-SAUTER               PIC 9(07) COMP VALUE ZERO.
 83300     MOVE TIE-ID            TO CAR-TIE-ID.
 83400     MOVE "C"               TO CAR-STATUT.
 83500     MOVE WS-DATE-JOUR      TO CAR-DT-DEBUT.
 83550     MOVE VAL-TYPE-DOM      TO CAR-ANC-TYPE-DOM.
 83560     IF CAR-ANC-ETRANGER
 83570         MOVE WS-EMP-ANC-IBAN   TO CAR-ANC-IBAN
 83580         MOVE WS-EMP-ANC-BIC    TO CAR-ANC-BIC
 83590     ELSE
 83600         MOVE WS-EMP-ANC-COBANQ TO CAR-ANC-COBANQ
 83700         MOVE WS-EMP-ANC-COGUIC TO CAR-ANC-COGUIC
 83800         MOVE WS-EMP-ANC-CLERIB TO CAR-ANC-CLERIB
 83900         MOVE WS-EMP-ANC-NOCPTE TO CAR-ANC-NOCPTE.
 83950     MOVE TIE-TYPE-DOM      TO CAR-NOU-TYPE-DOM.
 83960     IF TIE-DOM-ETRANGER
 83970         MOVE TIE-IBAN          TO CAR-NOU-IBAN
 83980         MOVE TIE-BIC           TO CAR-NOU-BIC
 83990     ELSE
 84000         MOVE TIE-COBANQ        TO CAR-NOU-COBANQ
 84100         MOVE TIE-COGUIC        TO CAR-NOU-COGUIC
 84200         MOVE TIE-CLERIB        TO CAR-NOU-CLERIB
 84300         MOVE TIE-NOCPTE        TO CAR-NOU-NOCPTE.
 84400     ADD 1 TO WS-NB-MUTATIONS.
 84500     IF WS-STATUT-PMGCCARE = "00"
 84600         REWRITE CAR-ENREG
