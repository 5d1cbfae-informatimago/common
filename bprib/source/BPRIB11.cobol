  6100*                   DANS LA ZONE SANS CHANGEMENT DE TYPE, ET LA
  6200*                   CHAINE TRAITAIT ENSUITE CES ZONES COMME UN
  6300*                   IBAN
  6310*   2026-10-15 JLB  PROMOTION DES DOMICILIATIONS ETRANGERES
  6320*                   (DOM-DOM-ETRANGER, SAISIES PAR BPRIB22) :
  6330*                   IBAN CONTROLE PAR LA FONCTION D DE SBCRIB,
  6340*                   REPORTE AVEC LE BIC DANS TIE-DOMIC-ETR
  6350*                   (TIE-TYPE-DOM "E") ; CARENCE OUVERTE COMME
  6360*                   POUR UN RIB FRANCAIS, L'ANCIENNE ET LA
  6370*                   NOUVELLE DOMICILIATION ETRANGERE Y ETANT
  6375*                   PORTEES EN IBAN/BIC (CF CYWCARE). LE JOURNAL
  6380*                   PORTE LE TYPE ET L'IBAN/BIC AVANT/APRES
  6400****************************************************************
  6500 ENVIRONMENT DIVISION.
  6600 CONFIGURATION SECTION.
 13100     05  WS-GRP OCCURS 20 TIMES.
 13200         10  GRP-DT-EFFET       PIC 9(08).
 13300         10  GRP-STATUT         PIC X(01).
 13350         10  GRP-DOMIC-RIB.
 13400             15  GRP-COBANQ     PIC X(05).
 13500             15  GRP-COGUIC     PIC X(05).
 13600             15  GRP-DOMICI     PIC X(24).
 13700             15  GRP-CLERIB     PIC 9(02).
 13800             15  GRP-NOCPTE     PIC X(11).
 13810         10  GRP-DOMIC-ETR REDEFINES GRP-DOMIC-RIB.
 13820             15  GRP-IBAN       PIC X(34).
 13830             15  GRP-BIC        PIC X(11).
 13840             15  FILLER         PIC X(02).
 13850         10  GRP-TYPE-DOM       PIC X(01).
 13900*
 14000*    ENREGISTREMENT DE SORTIE PMGCDOMN (MEME DECOUPAGE QUE
 14100*    CYWDOMI)
 14300     05  SOR-TIE-ID             PIC X(10).
 14400     05  SOR-DT-EFFET           PIC 9(08).
 14500     05  SOR-STATUT             PIC X(01).
 14550     05  SOR-DOMIC-RIB          PIC X(47).
 15050     05  SOR-TYPE-DOM           PIC X(01).
 15100*
 15200 01  WS-LIGNE-DETAIL.
 15300     05  FILLER                 PIC X(01) VALUE SPACES.
 34500*///////////////////////////////////////////////////////////////
 34600 2300-VALIDER-CANDIDAT SECTION.
 34700 2300-DEBUT.
 34710     IF GRP-TYPE-DOM (WS-CAND) = "E"
 34720         MOVE "D" TO RFCT-CODE
 34730         MOVE GRP-IBAN (WS-CAND) TO RIBEIBAN
 34740         CALL "SBCRIB" USING RFCT RENT RSOR
 34750         MOVE "R" TO RFCT-CODE
 34760         IF RINDIBAN NOT = "0"
 34770             GO TO 2300-REJET
 34780         ELSE
 34790             GO TO 2300-CONTROLE.
 34800     MOVE GRP-COBANQ (WS-CAND) TO RIBECOBANQ.
 34900     MOVE GRP-COGUIC (WS-CAND) TO RIBECOGUIC.
 35000     MOVE GRP-DOMICI (WS-CAND) TO RIBEDOMICI.
 35100     MOVE GRP-CLERIB (WS-CAND) TO RIBECLERIB.
 35200     MOVE GRP-NOCPTE (WS-CAND) TO RIBENOCPTE.
 35300     CALL "SBCRIB" USING RFCT RENT RSOR.
 35310 2300-CONTROLE.
 35400     IF RIND = "0"
 35410         PERFORM 2400-PROMOUVOIR THRU 2400-EXIT
 35420         GO TO 2300-EXIT.
 35430 2300-REJET.
 35500     ADD 1 TO WS-NB-NON-ACTIVES.
 35600     MOVE "NON ACTIVE" TO DET-DISPOSITION.
 35700     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 36000 2300-EXIT.
 36100     EXIT.
 36200*
 38700         ADD 1 TO WS-NB-EXPIRES.
 38800     GO TO 2400-BOUCLE.
 38900 2400-REPORT.
 38910*        DOMICILIATION ETRANGERE : IBAN ET BIC REPORTES TELS
 38920*        QUELS, LE TIERS PASSE (OU RESTE) DE TYPE ETRANGER
 38930     IF GRP-TYPE-DOM (WS-CAND) = "E"
 38940         MOVE GRP-DOMIC-ETR (WS-CAND) TO TIE-DOMIC-ETR
 38950         MOVE "E"                     TO TIE-TYPE-DOM
 38960         GO TO 2400-ACTIVATION.
 39000     MOVE GRP-COBANQ (WS-CAND) TO TIE-COBANQ.
 39100     MOVE GRP-COGUIC (WS-CAND) TO TIE-COGUIC.
 39200     MOVE GRP-CLERIB (WS-CAND) TO TIE-CLERIB.
 39600*        DE DOMICILIATION EST REALIGNE (UN TIERS JUSQU'ICI
 39700*        ETRANGER REDEVIENT FRANCAIS, CF CYWTIER)
 39800     MOVE "F"                  TO TIE-TYPE-DOM.
 39850 2400-ACTIVATION.
 39900     MOVE "N"                  TO TIE-IND-ANOM.
 40000     ADD 1 TO WS-NB-ACTIVES.
 40100     MOVE "ACTIVE" TO DET-DISPOSITION.
 43800     MOVE WS-NB-GRP TO WS-G.
 43900     MOVE DOM-DT-EFFET TO GRP-DT-EFFET (WS-G).
 44000     MOVE DOM-STATUT   TO GRP-STATUT   (WS-G).
 44100     MOVE DOM-DOMIC-RIB TO GRP-DOMIC-RIB (WS-G).
 44500     MOVE DOM-TYPE-DOM TO GRP-TYPE-DOM (WS-G).
 44600     PERFORM 2500-LECTURE-DOMI THRU 2500-EXIT.
 44700     IF WS-FIN-DOMI
 44800         GO TO 2600-EXIT.
 47400     MOVE WS-GRP-TIE-ID       TO SOR-TIE-ID.
 47500     MOVE GRP-DT-EFFET (WS-G) TO SOR-DT-EFFET.
 47600     MOVE GRP-STATUT   (WS-G) TO SOR-STATUT.
 47700     MOVE GRP-DOMIC-RIB (WS-G) TO SOR-DOMIC-RIB.
 48100     MOVE GRP-TYPE-DOM (WS-G) TO SOR-TYPE-DOM.
 48200     WRITE DMN-ENREG FROM WS-DOM-SOR.
 48300     GO TO 2700-BOUCLE.
 48400 2700-EXIT.
 51000     MOVE TIE-COGUIC     TO JTI-AVT-COGUIC.
 51100     MOVE TIE-CLERIB     TO JTI-AVT-CLERIB.
 51200     MOVE TIE-NOCPTE     TO JTI-AVT-NOCPTE.
 51210     MOVE TIE-TYPE-DOM   TO JTI-AVT-TYPE-DOM.
 51220     IF TIE-DOM-ETRANGER
 51230         MOVE TIE-IBAN   TO JTI-AVT-IBAN
 51240         MOVE TIE-BIC    TO JTI-AVT-BIC.
 51300 2900-EXIT.
 51400     EXIT.
 51500*
 51900     MOVE TIE-COGUIC     TO JTI-APR-COGUIC.
 52000     MOVE TIE-CLERIB     TO JTI-APR-CLERIB.
 52100     MOVE TIE-NOCPTE     TO JTI-APR-NOCPTE.
 52110     MOVE TIE-TYPE-DOM   TO JTI-APR-TYPE-DOM.
 52120     IF TIE-DOM-ETRANGER
 52130         MOVE TIE-IBAN   TO JTI-APR-IBAN
 52140         MOVE TIE-BIC    TO JTI-APR-BIC.
 52200     WRITE JTI-ENREG.
 52300 2910-EXIT.
 52400     EXIT.
 54000     MOVE TIE-ID           TO CAR-TIE-ID.
 54100     MOVE "C"              TO CAR-STATUT.
 54200     MOVE WS-DATE-CAMPAGNE TO CAR-DT-DEBUT.
 54250     MOVE JTI-AVT-TYPE-DOM TO CAR-ANC-TYPE-DOM.
 54260     IF CAR-ANC-ETRANGER
 54270         MOVE JTI-AVT-IBAN     TO CAR-ANC-IBAN
 54280         MOVE JTI-AVT-BIC      TO CAR-ANC-BIC
 54290     ELSE
 54300         MOVE JTI-AVT-COBANQ   TO CAR-ANC-COBANQ
 54400         MOVE JTI-AVT-COGUIC   TO CAR-ANC-COGUIC
 54500         MOVE JTI-AVT-CLERIB   TO CAR-ANC-CLERIB
 54600         MOVE JTI-AVT-NOCPTE   TO CAR-ANC-NOCPTE.
 54650     MOVE TIE-TYPE-DOM     TO CAR-NOU-TYPE-DOM.
 54660     IF TIE-DOM-ETRANGER
 54670         MOVE TIE-IBAN         TO CAR-NOU-IBAN
 54680         MOVE TIE-BIC          TO CAR-NOU-BIC
 54690     ELSE
 54700         MOVE TIE-COBANQ       TO CAR-NOU-COBANQ
 54800         MOVE TIE-COGUIC       TO CAR-NOU-COGUIC
 54900         MOVE TIE-CLERIB       TO CAR-NOU-CLERIB
 55000         MOVE TIE-NOCPTE       TO CAR-NOU-NOCPTE.
 55100     IF WS-STATUT-PMGCCARE = "00"
 55200         REWRITE CAR-ENREG
 55300     ELSE
