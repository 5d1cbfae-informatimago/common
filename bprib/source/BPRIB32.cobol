   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB32.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB32 - RECHARGEMENT AU NOUVEAU FORMAT DES FICHIERS        *
  1200*             INDEXES PMGCMAND ET PMGCCARE (PASSAGE UNIQUE A LA  *
  1300*             MISE EN SERVICE)                                   *
  1400*                                                                *
  1500*   CYWMAND S'ALLONGE DE MND-DT-DERN-PREL (71 A 79 CARACTERES)   *
  1600*   ET CYWCARE DU TYPE DE DOMICILIATION ET DE L'IBAN/BIC ANCIEN  *
  1700*   ET NOUVEAU (105 A 197 CARACTERES). AVANT LE PREMIER PASSAGE  *
  1800*   DE LA CHAINE AU NOUVEAU FORMAT, L'EXPLOITATION DECHARGE LES  *
  1900*   DEUX FICHIERS EN SEQUENTIEL (PMGCMANV, PMGCCARV), LES        *
  2000*   REDEFINIT AU NOUVEAU FORMAT, PUIS PASSE BPRIB32 QUI LES      *
  2100*   RECHARGE :                                                   *
  2200*     - MANDAT : ZONES RECOPIEES, DATE DU DERNIER PRELEVEMENT A  *
  2300*       ZERO (BPRIB26 PART ALORS DE LA DATE DE SIGNATURE POUR UN *
  2400*       MANDAT JAMAIS PRELEVE ET INITIALISE LA DATE AU JOUR POUR *
  2500*       UN MANDAT RECURRENT) ;                                   *
  2600*     - CARENCE : ZONES RECOPIEES, TYPE ET IBAN/BIC A BLANC (LES *
  2700*       CARENCES EXISTANTES NE PORTENT QUE DES RIB).             *
  2800*                                                                *
  2900*   LES DEUX DECHARGEMENTS SONT OBLIGATOIRES. CODE RETOUR 12 SI  *
  3000*   UN FICHIER NE PEUT ETRE OUVERT OU SI UN ENREGISTREMENT EST   *
  3100*   REJETE A L'ECRITURE (CLE EN DOUBLE) : LE RECHARGEMENT EST    *
  3200*   ALORS A REPRENDRE DEPUIS LES DECHARGEMENTS.                  *
  3300*                                                                *
  3400****************************************************************
  3500* MODIFICATIONS
  3600*   2026-10-15 JLB  CREATION INITIALE
  3700****************************************************************
  3800 ENVIRONMENT DIVISION.
  3900 CONFIGURATION SECTION.
  4000 SOURCE-COMPUTER. LEVEL-64.
  4100 OBJECT-COMPUTER. LEVEL-64.
  4200 INPUT-OUTPUT SECTION.
  4300 FILE-CONTROL.
  4400     COPY SELECT-PMGCMANV.
  4500     COPY SELECT-PMGCCARV.
  4600     COPY SELECT-PMGCMAND.
  4700     COPY SELECT-PMGCCARE.
  4800*
  4900 DATA DIVISION.
  5000 FILE SECTION.
  5100     COPY FD-PMGCMANV.
  5200     COPY FD-PMGCCARV.
  5300     COPY FD-PMGCMAND.
  5400     COPY FD-PMGCCARE.
  5500*
  5600 WORKING-STORAGE SECTION.
  5700 77  WS-STATUT-PMGCMANV         PIC XX VALUE SPACES.
  5800 77  WS-STATUT-PMGCCARV         PIC XX VALUE SPACES.
  5900 77  WS-STATUT-PMGCMAND         PIC XX VALUE SPACES.
  6000 77  WS-STATUT-PMGCCARE         PIC XX VALUE SPACES.
  6100 77  WS-CODE-RETOUR             PIC 9(02) VALUE ZERO.
  6200*
  6300 01  WS-COMPTEURS.
  6400     05  WS-NB-MAND-LUS         PIC 9(07) COMP VALUE ZERO.
  6500     05  WS-NB-MAND-ECRITS      PIC 9(07) COMP VALUE ZERO.
  6600     05  WS-NB-MAND-REJETES     PIC 9(07) COMP VALUE ZERO.
  6700     05  WS-NB-CARE-LUS         PIC 9(07) COMP VALUE ZERO.
  6800     05  WS-NB-CARE-ECRITS      PIC 9(07) COMP VALUE ZERO.
  6900     05  WS-NB-CARE-REJETES     PIC 9(07) COMP VALUE ZERO.
  7000*
  7100 PROCEDURE DIVISION.
  7200*
  7300*///////////////////////////////////////////////////////////////
  7400*  0000-MAINLINE - RECHARGEMENT DES MANDATS PUIS DES CARENCES   *
  7500*///////////////////////////////////////////////////////////////
  7600 0000-MAINLINE SECTION.
  7700 0000-DEBUT.
  7800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
  7900     PERFORM 2000-MANDATS THRU 2000-EXIT.
  8000     PERFORM 3000-CARENCES THRU 3000-EXIT.
  8100     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
  8200 0000-EXIT.
  8300     IF WS-NB-MAND-REJETES > ZERO
  8400         OR WS-NB-CARE-REJETES > ZERO
  8500         MOVE 12 TO WS-CODE-RETOUR.
  8600     DISPLAY "BPRIB32 - CODE RETOUR : " WS-CODE-RETOUR.
  8700     MOVE WS-CODE-RETOUR TO RETURN-CODE.
  8800     STOP RUN.
  8900*
  9000*///////////////////////////////////////////////////////////////
  9100*  1000-INITIALISATION - OUVERTURE DES FICHIERS (TOUS           *
  9200*                        OBLIGATOIRES)                          *
  9300*///////////////////////////////////////////////////////////////
  9400 1000-INITIALISATION SECTION.
  9500 1000-DEBUT.
  9600     OPEN INPUT PMGCMANV.
  9700     IF WS-STATUT-PMGCMANV NOT = "00"
  9800         DISPLAY "BPRIB32 - ERREUR OUVERTURE PMGCMANV "
  9900                 WS-STATUT-PMGCMANV
 10000         MOVE 12 TO WS-CODE-RETOUR
 10100         GO TO 0000-EXIT.
 10200     OPEN INPUT PMGCCARV.
 10300     IF WS-STATUT-PMGCCARV NOT = "00"
 10400         DISPLAY "BPRIB32 - ERREUR OUVERTURE PMGCCARV "
 10500                 WS-STATUT-PMGCCARV
 10600         MOVE 12 TO WS-CODE-RETOUR
 10700         GO TO 0000-EXIT.
 10800     OPEN OUTPUT PMGCMAND.
 10900     IF WS-STATUT-PMGCMAND NOT = "00"
 11000         DISPLAY "BPRIB32 - ERREUR OUVERTURE PMGCMAND "
 11100                 WS-STATUT-PMGCMAND
 11200         MOVE 12 TO WS-CODE-RETOUR
 11300         GO TO 0000-EXIT.
 11400     OPEN OUTPUT PMGCCARE.
 11500     IF WS-STATUT-PMGCCARE NOT = "00"
 11600         DISPLAY "BPRIB32 - ERREUR OUVERTURE PMGCCARE "
 11700                 WS-STATUT-PMGCCARE
 11800         MOVE 12 TO WS-CODE-RETOUR
 11900         GO TO 0000-EXIT.
 12000 1000-EXIT.
 12100     EXIT.
 12200*
 12300*///////////////////////////////////////////////////////////////
 12400*  2000-MANDATS - RECOPIE DE CHAQUE MANDAT DECHARGE, DATE DU    *
 12500*                 DERNIER PRELEVEMENT INITIALISEE A ZERO        *
 12600*///////////////////////////////////////////////////////////////
 12700 2000-MANDATS SECTION.
 12800 2000-DEBUT.
 12900     READ PMGCMANV
 13000         AT END
 13100             GO TO 2000-EXIT.
 13200     ADD 1 TO WS-NB-MAND-LUS.
 13300     MOVE MNV-ENREG TO MND-ENREG.
 13400     MOVE ZERO      TO MND-DT-DERN-PREL.
 13500     WRITE MND-ENREG
 13600         INVALID KEY
 13700             DISPLAY "BPRIB32 - MANDAT REJETE "
 13800                     WS-STATUT-PMGCMAND " " MND-TIE-ID " " MND-RUM
 13900             ADD 1 TO WS-NB-MAND-REJETES
 14000             GO TO 2000-DEBUT.
 14100     ADD 1 TO WS-NB-MAND-ECRITS.
 14200     GO TO 2000-DEBUT.
 14300 2000-EXIT.
 14400     EXIT.
 14500*
 14600*///////////////////////////////////////////////////////////////
 14700*  3000-CARENCES - RECOPIE DE CHAQUE CARENCE DECHARGEE, TYPE    *
 14800*                  ET IBAN/BIC A BLANC                          *
 14900*///////////////////////////////////////////////////////////////
 15000 3000-CARENCES SECTION.
 15100 3000-DEBUT.
 15200     READ PMGCCARV
 15300         AT END
 15400             GO TO 3000-EXIT.
 15500     ADD 1 TO WS-NB-CARE-LUS.
 15600     MOVE CRV-ENREG TO CAR-ENREG.
 15700     MOVE SPACES    TO CAR-ANC-TYPE-DOM.
 15800     MOVE SPACES    TO CAR-ANC-IBAN.
 15900     MOVE SPACES    TO CAR-ANC-BIC.
 16000     MOVE SPACES    TO CAR-NOU-TYPE-DOM.
 16100     MOVE SPACES    TO CAR-NOU-IBAN.
 16200     MOVE SPACES    TO CAR-NOU-BIC.
 16300     WRITE CAR-ENREG
 16400         INVALID KEY
 16500             DISPLAY "BPRIB32 - CARENCE REJETEE "
 16600                     WS-STATUT-PMGCCARE " " CAR-TIE-ID
 16700             ADD 1 TO WS-NB-CARE-REJETES
 16800             GO TO 3000-DEBUT.
 16900     ADD 1 TO WS-NB-CARE-ECRITS.
 17000     GO TO 3000-DEBUT.
 17100 3000-EXIT.
 17200     EXIT.
 17300*
 17400*///////////////////////////////////////////////////////////////
 17500*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 17600*///////////////////////////////////////////////////////////////
 17700 9000-TERMINAISON SECTION.
 17800 9000-DEBUT.
 17900     CLOSE PMGCMANV.
 18000     CLOSE PMGCCARV.
 18100     CLOSE PMGCMAND.
 18200     CLOSE PMGCCARE.
 18300     DISPLAY "BPRIB32 - MANDATS LUS      : " WS-NB-MAND-LUS.
 18400     DISPLAY "BPRIB32 - MANDATS ECRITS   : " WS-NB-MAND-ECRITS.
 18500     DISPLAY "BPRIB32 - MANDATS REJETES  : " WS-NB-MAND-REJETES.
 18600     DISPLAY "BPRIB32 - CARENCES LUES    : " WS-NB-CARE-LUS.
 18700     DISPLAY "BPRIB32 - CARENCES ECRITES : " WS-NB-CARE-ECRITS.
 18800     DISPLAY "BPRIB32 - CARENCES REJETEES: " WS-NB-CARE-REJETES.
 18900 9000-EXIT.
 19000     EXIT.
