   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB31.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB31 - TENUE DU REGISTRE DES REMISES EMISES (PMGCREGR)    *
  1200*                                                                *
  1300*   1 - APPLIQUE LES TRANSACTIONS DE L'EXPLOITATION (PMGCTRAR,   *
  1400*       CF CYWRGTRA) : REMISE TRANSMISE, ACQUITTEE, ANNULEE, OU  *
  1500*       REGENEREE A L'IDENTIQUE DANS RIBREMR A PARTIR DE         *
  1600*       L'ARCHIVE RIBREMH (REMISE TRANSMISE PERDUE, SUR DEMANDE  *
  1700*       NOMINATIVE ET MOTIVEE, UNE PAR PASSAGE). CHAQUE          *
  1800*       TRANSACTION EST JOURNALISEE AVANT/APRES DANS PMGCJRNR.   *
  1900*                                                                *
  2000*   2 - INSCRIT LES REMISES DE LA NUIT (RIBREMIS, RIBREMSA,      *
  2100*       RIBPRELV), NUMEROTEES PAR BPRIB07 ET BPRIB15 : NOMBRE,   *
  2200*       MONTANT ET EMPREINTE DU CONTENU SONT CALCULES SUR LES    *
  2300*       DETAILS. UNE REMISE IDENTIQUE (MEME TYPE, EMETTEUR,      *
  2400*       NOMBRE, MONTANT ET EMPREINTE) A UNE REMISE DEJA          *
  2500*       TRANSMISE OU ACQUITTEE EST INSCRITE ANNULEE COMME DOUBLE *
  2600*       ET FAIT SORTIR LE PROGRAMME EN CODE RETOUR 08, QUI       *
  2700*       ARRETE LA CHAINE AVANT TRANSMISSION. UNE REMISE GENEREE  *
  2800*       ANTERIEURE DU MEME TYPE ET DU MEME EMETTEUR (RELANCE DE  *
  2900*       LA NUIT) A PU ETRE TRANSMISE : ELLE N'EST JAMAIS ANNULEE *
  3000*       D'OFFICE, LA NOUVELLE REMISE EST SIGNALEE A CONFIRMER EN *
  3100*       CODE RETOUR 08 TANT QUE L'EXPLOITATION N'A PAS DECLARE   *
  3200*       L'ANCIENNE TRANSMISE (T) OU ANNULEE (X) ET RELANCE       *
  3300*       BPRIB31. LES REMISES INSCRITES GENEREES SONT ARCHIVEES   *
  3400*       DANS RIBREMH.                                            *
  3500*                                                                *
  3600*   UNE REMISE DEJA INSCRITE N'EST PAS REINSCRITE ; ENCORE       *
  3700*   GENEREE, SES CONTROLES DE DOUBLE ET DE CONFIRMATION SONT     *
  3800*   REFAITS A CHAQUE PASSAGE. ETAT PMGLREGR. CODE RETOUR 04 SUR  *
  3900*   TRANSACTION REJETEE OU ENREGISTREMENT NON NUMEROTE, 08 SUR   *
  4000*   DOUBLE, TOTAL DISCORDANT, REMISE A CONFIRMER OU DEPASSEMENT  *
  4100*   DU SEUIL PMGCPILO, 12 SI LE REGISTRE EST INDISPONIBLE.       *
  4200*                                                                *
  4300****************************************************************
  4400* MODIFICATIONS
  4500*   2026-10-15 JLB  CREATION INITIALE
  4600****************************************************************
  4700 ENVIRONMENT DIVISION.
  4800 CONFIGURATION SECTION.
  4900 SOURCE-COMPUTER. LEVEL-64.
  5000 OBJECT-COMPUTER. LEVEL-64.
  5100 INPUT-OUTPUT SECTION.
  5200 FILE-CONTROL.
  5300     COPY SELECT-PMGCTRAR.
  5400     COPY SELECT-PMGCREGR.
  5500     COPY SELECT-PMGCJRNR.
  5600     COPY SELECT-RIBREMIS.
  5700     COPY SELECT-RIBREMSA.
  5800     COPY SELECT-RIBPRELV.
  5900     COPY SELECT-RIBREMH.
  6000     COPY SELECT-RIBREMR.
  6100     COPY SELECT-PMGLREGR.
  6200     COPY SELECT-PMGCPILO.
  6300     COPY SELECT-PMGCFINJ.
  6400*
  6500 DATA DIVISION.
  6600 FILE SECTION.
  6700     COPY FD-PMGCTRAR.
  6800     COPY FD-PMGCREGR.
  6900     COPY FD-PMGCJRNR.
  7000     COPY FD-RIBREMIS.
  7100     COPY FD-RIBREMSA.
  7200     COPY FD-RIBPRELV.
  7300     COPY FD-RIBREMH.
  7400     COPY FD-RIBREMR.
  7500     COPY FD-PMGLREGR.
  7600     COPY FD-PMGCPILO.
  7700     COPY FD-PMGCFINJ.
  7800*
  7900 WORKING-STORAGE SECTION.
  8000 77  WS-STATUT-PMGCTRAR         PIC XX VALUE SPACES.
  8100 77  WS-STATUT-PMGCREGR         PIC XX VALUE SPACES.
  8200 77  WS-STATUT-PMGCJRNR         PIC XX VALUE SPACES.
  8300 77  WS-STATUT-RIBREMIS         PIC XX VALUE SPACES.
  8400 77  WS-STATUT-RIBREMSA         PIC XX VALUE SPACES.
  8500 77  WS-STATUT-RIBPRELV         PIC XX VALUE SPACES.
  8600 77  WS-STATUT-RIBREMH          PIC XX VALUE SPACES.
  8700 77  WS-STATUT-RIBREMR          PIC XX VALUE SPACES.
  8800 77  WS-STATUT-PMGLREGR         PIC XX VALUE SPACES.
  8900 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  9000 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  9100 77  WS-IND-FIN-TRAN            PIC X VALUE "N".
  9200     88  WS-FIN-TRAN                VALUE "O".
  9300 77  WS-IND-FIN-REMISE          PIC X VALUE "N".
  9400     88  WS-FIN-REMISE              VALUE "O".
  9500*    TYPE DE LA REMISE EN COURS DE LECTURE : F = RIBREMIS,
  9600*    S = RIBREMSA, P = RIBPRELV
  9700 77  WS-TYPE-REMISE             PIC X VALUE SPACES.
  9800     88  WS-REM-SALAIRES            VALUE "S".
  9900 77  WS-NO-COURANT              PIC 9(08) VALUE ZERO.
 10000 77  WS-NO-PRELV                PIC 9(08) VALUE ZERO.
 10100 77  WS-NO-DOUBLE               PIC 9(08) VALUE ZERO.
 10200 77  WS-NO-CONCURRENTE          PIC 9(08) VALUE ZERO.
 10300 77  WS-R                       PIC 9(02) COMP VALUE ZERO.
 10400 77  WS-K                       PIC 9(03) COMP VALUE ZERO.
 10500 77  WS-NB-IMAGES               PIC 9(07) COMP VALUE ZERO.
 10600*
 10610*    ENREGISTREMENT DE REMISE DE VIREMENTS LU (RIBREMIS OU
 10620*    RIBREMSA) : LES DEUX FICHIERS SONT LUS DANS CETTE COPIE, LA
 10630*    ZONE ENREGISTREMENT DE RIBREMIS N'ETANT PAS DISPONIBLE QUAND
 10640*    RIBREMIS EST FERME OU ABSENT
 10650     COPY CYWREMIS REPLACING LEADING ==REM-== BY ==RVL-==.
 10660*
 10700*    REMISES LUES DANS LES FICHIERS DE LA NUIT, PAR NUMERO : TOTAL
 10800*    CALCULE SUR LES DETAILS, TOTAL DECLARE PAR LE "T" DE LA
 10900*    REMISE, ET SOMMES A ET B DE L'EMPREINTE (CF 3500-EMPREINTE)
 11000 01  WS-TAB-REMISES.
 11100     05  WS-NB-REM              PIC 9(02) COMP VALUE ZERO.
 11200     05  WS-REM OCCURS 50 TIMES.
 11300         10  RMT-NO             PIC 9(08).
 11400         10  RMT-TYPE           PIC X(01).
 11500         10  RMT-EMET-ID        PIC X(05).
 11600         10  RMT-DATE           PIC 9(08).
 11700         10  RMT-HEURE          PIC 9(06).
 11800         10  RMT-NB             PIC 9(07) COMP.
 11900         10  RMT-MONTANT        PIC 9(13)V99.
 12000         10  RMT-IND-TOTAL      PIC X(01).
 12100             88  RMT-TOTAL-LU       VALUE "O".
 12200         10  RMT-TOT-NB         PIC 9(07).
 12300         10  RMT-TOT-MONTANT    PIC 9(13)V99.
 12400         10  RMT-EMP-A          PIC 9(06) COMP.
 12500         10  RMT-EMP-B          PIC 9(06) COMP.
 12600         10  RMT-IND-ARCHIVE    PIC X(01).
 12700             88  RMT-A-ARCHIVER     VALUE "O".
 12800*
 12900*    EMPREINTE DU CONTENU : SOMMES DE CONTROLE A ET B MODULO
 13000*    65521 SUR LE CODE DE CHAQUE CARACTERE DES ZONES PROPRES AU
 13100*    PAIEMENT, L'EMPREINTE VALANT B * 65536 + A. LE CODE DU
 13200*    CARACTERE EST L'OCTET DE POIDS FAIBLE D'UN BINAIRE SUR DEUX
 13300*    OCTETS DONT L'OCTET DE POIDS FORT RESTE A LOW-VALUE. B + A
 13310*    ATTEINT 131040 AVANT REDUCTION, D'OU SIX CHIFFRES.
 13400 77  WS-EMP-A                   PIC 9(06) COMP VALUE ZERO.
 13500 77  WS-EMP-B                   PIC 9(06) COMP VALUE ZERO.
 13600 77  WS-EMP-LONG                PIC 9(03) COMP VALUE ZERO.
 13700 77  WS-EMPREINTE               PIC 9(10) VALUE ZERO.
 13800 01  WS-EMP-ZONE                PIC X(200) VALUE SPACES.
 13900 01  WS-CARACTERE.
 14000     05  WS-CAR-CODE            PIC 9(04) COMP VALUE ZERO.
 14100 01  WS-CARACTERE-X REDEFINES WS-CARACTERE.
 14200     05  WS-CAR-HAUT            PIC X(01).
 14300     05  WS-CAR-BAS             PIC X(01).
 14400*
 14500 01  WS-COMPTEURS.
 14600     05  WS-NB-TRAN-LUES        PIC 9(07) COMP VALUE ZERO.
 14700     05  WS-NB-TRAN-APPLIQUEES  PIC 9(07) COMP VALUE ZERO.
 14800     05  WS-NB-TRAN-REJETEES    PIC 9(07) COMP VALUE ZERO.
 14900     05  WS-NB-REGENEREES       PIC 9(07) COMP VALUE ZERO.
 15000     05  WS-NB-ENREG-LUS        PIC 9(07) COMP VALUE ZERO.
 15100     05  WS-NB-SANS-NUMERO      PIC 9(07) COMP VALUE ZERO.
 15200     05  WS-NB-INSCRITES        PIC 9(07) COMP VALUE ZERO.
 15300     05  WS-NB-DEJA-INSCRITES   PIC 9(07) COMP VALUE ZERO.
 15400     05  WS-NB-VIDES            PIC 9(07) COMP VALUE ZERO.
 15500     05  WS-NB-DOUBLES          PIC 9(07) COMP VALUE ZERO.
 15600     05  WS-NB-DISCORDANTES     PIC 9(07) COMP VALUE ZERO.
 15700     05  WS-NB-A-CONFIRMER      PIC 9(07) COMP VALUE ZERO.
 15800     05  WS-NB-ARCHIVES         PIC 9(07) COMP VALUE ZERO.
 15900*
 16000 01  WS-LIGNE-DETAIL.
 16100     05  FILLER                 PIC X(01) VALUE SPACES.
 16200     05  DET-OPER               PIC X(01).
 16300     05  FILLER                 PIC X(01) VALUE SPACES.
 16400     05  DET-NO-REMISE          PIC 9(08).
 16500     05  FILLER                 PIC X(01) VALUE SPACES.
 16600     05  DET-TYPE               PIC X(01).
 16700     05  FILLER                 PIC X(01) VALUE SPACES.
 16800     05  DET-EMET-ID            PIC X(05).
 16900     05  FILLER                 PIC X(01) VALUE SPACES.
 17000     05  DET-DATE               PIC 9(08).
 17100     05  FILLER                 PIC X(01) VALUE SPACES.
 17200     05  DET-NB                 PIC ZZZZZZ9.
 17300     05  FILLER                 PIC X(01) VALUE SPACES.
 17400     05  DET-MONTANT            PIC Z(12)9.99.
 17500     05  FILLER                 PIC X(01) VALUE SPACES.
 17600     05  DET-EMPREINTE          PIC 9(10).
 17700     05  FILLER                 PIC X(01) VALUE SPACES.
 17800     05  DET-STATUT             PIC X(01).
 17900     05  FILLER                 PIC X(01) VALUE SPACES.
 18000     05  DET-USER               PIC X(08).
 18100     05  FILLER                 PIC X(01) VALUE SPACES.
 18200     05  DET-RESULTAT           PIC X(40).
 18300     05  FILLER                 PIC X(16) VALUE SPACES.
 18400*
 18500 01  WS-LIGNE-TITRE.
 18600     05  FILLER                 PIC X(01) VALUE SPACES.
 18700     05  TIT-LIBELLE            PIC X(60).
 18800     05  FILLER                 PIC X(71) VALUE SPACES.
 18900*
 19000 01  WS-LIGNE-TOTAL.
 19100     05  FILLER                 PIC X(20) VALUE SPACES.
 19200     05  TOT-LIBELLE            PIC X(20).
 19300     05  TOT-NB                 PIC ZZZZZZ9.
 19400     05  FILLER                 PIC X(85) VALUE SPACES.
 19500*
 19600 01  WS-LIGNE-ENTETE-1.
 19700     05  FILLER                 PIC X(50) VALUE
 19800         "ETAT DU REGISTRE DES REMISES EMISES - BPRIB31".
 19900     05  FILLER                 PIC X(82) VALUE SPACES.
 20000 01  WS-LIGNE-ENTETE-2.
 20100     05  FILLER                 PIC X(17) VALUE
 20200         "   TRAITEMENT DU".
 20300     05  FILLER                 PIC X(01) VALUE SPACES.
 20400     05  ENT-DATE               PIC 9(08).
 20500     05  FILLER                 PIC X(106) VALUE SPACES.
 20600 01  WS-LIGNE-ENTETE-3.
 20700     05  FILLER                 PIC X(01) VALUE SPACES.
 20800     05  FILLER                 PIC X(01) VALUE "O".
 20900     05  FILLER                 PIC X(01) VALUE SPACES.
 21000     05  FILLER                 PIC X(08) VALUE "NUMERO".
 21100     05  FILLER                 PIC X(01) VALUE SPACES.
 21200     05  FILLER                 PIC X(01) VALUE "T".
 21300     05  FILLER                 PIC X(01) VALUE SPACES.
 21400     05  FILLER                 PIC X(05) VALUE "EMET".
 21500     05  FILLER                 PIC X(01) VALUE SPACES.
 21600     05  FILLER                 PIC X(08) VALUE "DATE".
 21700     05  FILLER                 PIC X(01) VALUE SPACES.
 21800     05  FILLER                 PIC X(07) VALUE "     NB".
 21900     05  FILLER                 PIC X(01) VALUE SPACES.
 22000     05  FILLER                 PIC X(16) VALUE
 22100         "         MONTANT".
 22200     05  FILLER                 PIC X(01) VALUE SPACES.
 22300     05  FILLER                 PIC X(10) VALUE "EMPREINTE".
 22400     05  FILLER                 PIC X(01) VALUE SPACES.
 22500     05  FILLER                 PIC X(01) VALUE "S".
 22600     05  FILLER                 PIC X(01) VALUE SPACES.
 22700     05  FILLER                 PIC X(08) VALUE "USER".
 22800     05  FILLER                 PIC X(01) VALUE SPACES.
 22900     05  FILLER                 PIC X(40) VALUE "RESULTAT".
 23000     05  FILLER                 PIC X(16) VALUE SPACES.
 23100*
 23200*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 23300 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 23400 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 23500 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 23600 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 23700 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 23800*
 23900 PROCEDURE DIVISION.
 24000*
 24100*///////////////////////////////////////////////////////////////
 24200*  0000-MAINLINE - TRANSACTIONS DE L'EXPLOITATION, PUIS         *
 24300*                  INSCRIPTION DES REMISES DE LA NUIT           *
 24400*///////////////////////////////////////////////////////////////
 24500 0000-MAINLINE SECTION.
 24600 0000-DEBUT.
 24700     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 24800     PERFORM 2000-TRANSACTIONS THRU 2000-EXIT.
 24900     PERFORM 3000-INSCRIPTION THRU 3000-EXIT.
 25000     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 25100     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 25200 0000-EXIT.
 25300     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 25400     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 25500     STOP RUN.
 25600*
 25700*///////////////////////////////////////////////////////////////
 25800*  1000-INITIALISATION - OUVERTURE DU REGISTRE (CREE AU PREMIER *
 25900*                        PASSAGE), DU JOURNAL, DE LA REMISE     *
 26000*                        REGENEREE ET DE L'ETAT                 *
 26100*///////////////////////////////////////////////////////////////
 26200 1000-INITIALISATION SECTION.
 26300 1000-DEBUT.
 26400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 26500     ACCEPT WS-HEURE-JOUR FROM TIME.
 26600     OPEN I-O PMGCREGR.
 26700     IF WS-STATUT-PMGCREGR NOT = "00"
 26800         OPEN OUTPUT PMGCREGR
 26900         CLOSE PMGCREGR
 27000         OPEN I-O PMGCREGR.
 27100     IF WS-STATUT-PMGCREGR NOT = "00"
 27200         DISPLAY "BPRIB31 - ERREUR OUVERTURE PMGCREGR "
 27300                 WS-STATUT-PMGCREGR
 27400         MOVE 12 TO WS-CODE-RETOUR
 27500         GO TO 0000-EXIT.
 27600     OPEN EXTEND PMGCJRNR.
 27700     IF WS-STATUT-PMGCJRNR NOT = "00"
 27800         OPEN OUTPUT PMGCJRNR.
 27900*        LA REMISE REGENEREE DE LA VEILLE NE DOIT PAS REPARTIR
 28000     OPEN OUTPUT RIBREMR.
 28100     IF WS-STATUT-RIBREMR NOT = "00"
 28200         DISPLAY "BPRIB31 - ERREUR OUVERTURE RIBREMR "
 28300                 WS-STATUT-RIBREMR
 28400         MOVE 12 TO WS-CODE-RETOUR
 28500         GO TO 0000-EXIT.
 28600     OPEN OUTPUT PMGLREGR.
 28700     IF WS-STATUT-PMGLREGR NOT = "00"
 28800         DISPLAY "BPRIB31 - ERREUR OUVERTURE PMGLREGR "
 28900                 WS-STATUT-PMGLREGR
 29000         MOVE 12 TO WS-CODE-RETOUR
 29100         GO TO 0000-EXIT.
 29200     MOVE WS-LIGNE-ENTETE-1 TO REGR-LIGNE.
 29300     WRITE REGR-LIGNE.
 29400     MOVE WS-DATE-JOUR TO ENT-DATE.
 29500     MOVE WS-LIGNE-ENTETE-2 TO REGR-LIGNE.
 29600     WRITE REGR-LIGNE.
 29700     MOVE WS-LIGNE-ENTETE-3 TO REGR-LIGNE.
 29800     WRITE REGR-LIGNE.
 29900 1000-EXIT.
 30000     EXIT.
 30100*
 30200*///////////////////////////////////////////////////////////////
 30300*  2000-TRANSACTIONS - APPLICATION DES TRANSACTIONS DE          *
 30400*                      PMGCTRAR (FICHIER FACULTATIF)            *
 30500*///////////////////////////////////////////////////////////////
 30600 2000-TRANSACTIONS SECTION.
 30700 2000-DEBUT.
 30800     MOVE SPACES TO REGR-LIGNE.
 30900     WRITE REGR-LIGNE.
 31000     MOVE SPACES TO WS-LIGNE-TITRE.
 31100     MOVE "TRANSACTIONS DE L'EXPLOITATION" TO TIT-LIBELLE.
 31200     MOVE WS-LIGNE-TITRE TO REGR-LIGNE.
 31300     WRITE REGR-LIGNE.
 31400     OPEN INPUT PMGCTRAR.
 31500     IF WS-STATUT-PMGCTRAR NOT = "00"
 31600         DISPLAY "BPRIB31 - PMGCTRAR ABSENT, AUCUNE TRANSACTION"
 31700         GO TO 2000-EXIT.
 31800     PERFORM 2100-LECTURE-TRAN THRU 2100-EXIT.
 31900     PERFORM 2200-TRANSACTION THRU 2200-EXIT
 32000         UNTIL WS-FIN-TRAN.
 32100     CLOSE PMGCTRAR.
 32200 2000-EXIT.
 32300     EXIT.
 32400*
 32500 2100-LECTURE-TRAN SECTION.
 32600 2100-DEBUT.
 32700     READ PMGCTRAR
 32800         AT END
 32900             MOVE "O" TO WS-IND-FIN-TRAN.
 33000 2100-EXIT.
 33100     EXIT.
 33200*
 33300*///////////////////////////////////////////////////////////////
 33400*  2200-TRANSACTION - CONTROLE ET APPLICATION D'UNE TRANSACTION *
 33500*                     T : GENEREE -> TRANSMISE                  *
 33600*                     A : TRANSMISE -> ACQUITTEE                *
 33700*                     X : GENEREE OU TRANSMISE -> ANNULEE       *
 33800*                     R : REGENERATION D'UNE REMISE TRANSMISE   *
 33900*                         (STATUT INCHANGE)                     *
 34000*///////////////////////////////////////////////////////////////
 34100 2200-TRANSACTION SECTION.
 34200 2200-DEBUT.
 34300     ADD 1 TO WS-NB-TRAN-LUES.
 34400     MOVE SPACES        TO JRG-ENREG.
 34500     MOVE TRG-TYPE-OPER TO JRG-TYPE-OPER.
 34600     MOVE TRG-USER      TO JRG-USER.
 34700     MOVE WS-DATE-JOUR  TO JRG-DATE.
 34800     MOVE WS-HEURE-JOUR TO JRG-HEURE.
 34900     MOVE TRG-NO-REMISE TO JRG-NO-REMISE.
 35000     MOVE TRG-MOTIF     TO JRG-MOTIF.
 35100     MOVE SPACES        TO WS-LIGNE-DETAIL.
 35200     MOVE TRG-TYPE-OPER TO DET-OPER.
 35300     MOVE TRG-NO-REMISE TO DET-NO-REMISE.
 35400     MOVE TRG-USER      TO DET-USER.
 35500     IF NOT TRG-TRANSMISSION AND NOT TRG-ACQUITTEMENT
 35600         AND NOT TRG-ANNULATION AND NOT TRG-REGENERATION
 35700         MOVE "TYPE D'OPERATION INCONNU" TO DET-RESULTAT
 35800         GO TO 2200-REJET.
 35900     IF TRG-NO-REMISE NOT NUMERIC OR TRG-NO-REMISE = ZERO
 36000         MOVE "NUMERO DE REMISE INVALIDE" TO DET-RESULTAT
 36100         GO TO 2200-REJET.
 36200*        TOUTE MISE A JOUR DU REGISTRE EST NOMINATIVE
 36300     IF TRG-USER = SPACES
 36400         MOVE "UTILISATEUR OBLIGATOIRE" TO DET-RESULTAT
 36500         GO TO 2200-REJET.
 36600     IF (TRG-ANNULATION OR TRG-REGENERATION)
 36700         AND TRG-MOTIF = SPACES
 36800         MOVE "MOTIF OBLIGATOIRE" TO DET-RESULTAT
 36900         GO TO 2200-REJET.
 37000     MOVE TRG-NO-REMISE TO REG-NO-REMISE.
 37100     READ PMGCREGR
 37200         INVALID KEY
 37300             MOVE "REMISE INCONNUE AU REGISTRE" TO DET-RESULTAT
 37400             GO TO 2200-REJET.
 37500     MOVE REG-TYPE        TO DET-TYPE.
 37600     MOVE REG-EMET-ID     TO DET-EMET-ID.
 37700     MOVE REG-DATE-REMISE TO DET-DATE.
 37800     MOVE REG-NB          TO DET-NB.
 37900     MOVE REG-MONTANT     TO DET-MONTANT.
 38000     MOVE REG-EMPREINTE   TO DET-EMPREINTE.
 38100     MOVE REG-STATUT      TO DET-STATUT.
 38200     PERFORM 2700-IMAGE-AVANT THRU 2700-EXIT.
 38300     IF TRG-TRANSMISSION
 38400         GO TO 2200-TRANSMISSION.
 38500     IF TRG-ACQUITTEMENT
 38600         GO TO 2200-ACQUITTEMENT.
 38700     IF TRG-ANNULATION
 38800         GO TO 2200-ANNULATION.
 38900*        REGENERATION : UNE SEULE PAR PASSAGE (UN SEUL RIBREMR)
 39000     IF NOT REG-TRANSMISE
 39100         MOVE "REGENERATION D'UNE REMISE NON TRANSMISE"
 39200                                TO DET-RESULTAT
 39300         GO TO 2200-REJET.
 39400     IF WS-NB-REGENEREES > ZERO
 39500         MOVE "UNE SEULE REGENERATION PAR PASSAGE"
 39600                                TO DET-RESULTAT
 39700         GO TO 2200-REJET.
 39800     PERFORM 2300-REGENERATION THRU 2300-EXIT.
 39900     IF WS-NB-IMAGES = ZERO
 40000         MOVE "REMISE ABSENTE DE L'ARCHIVE RIBREMH"
 40100                                TO DET-RESULTAT
 40200         GO TO 2200-REJET.
 40300     ADD 1 TO WS-NB-REGENEREES.
 40400     ADD 1 TO REG-NB-REGEN.
 40500     MOVE WS-DATE-JOUR TO REG-DT-REGEN.
 40600     MOVE TRG-USER     TO REG-USER-REGEN.
 40700     MOVE "REGENEREE A L'IDENTIQUE DANS RIBREMR"
 40800                                TO DET-RESULTAT.
 40900     GO TO 2200-REECRITURE.
 41000 2200-TRANSMISSION.
 41100     IF NOT REG-GENEREE
 41200         MOVE "REMISE NON AU STATUT GENEREE" TO DET-RESULTAT
 41300         GO TO 2200-REJET.
 41400     MOVE "T" TO REG-STATUT.
 41500     MOVE "TRANSMISSION ENREGISTREE" TO DET-RESULTAT.
 41600     GO TO 2200-STATUT.
 41700 2200-ACQUITTEMENT.
 41800     IF NOT REG-TRANSMISE
 41900         MOVE "REMISE NON AU STATUT TRANSMISE" TO DET-RESULTAT
 42000         GO TO 2200-REJET.
 42100     MOVE "A" TO REG-STATUT.
 42200     MOVE "ACQUITTEMENT ENREGISTRE" TO DET-RESULTAT.
 42300     GO TO 2200-STATUT.
 42400 2200-ANNULATION.
 42500     IF NOT REG-GENEREE AND NOT REG-TRANSMISE
 42600         MOVE "REMISE DEJA ACQUITTEE OU ANNULEE" TO DET-RESULTAT
 42700         GO TO 2200-REJET.
 42800     MOVE "X"       TO REG-STATUT.
 42900     MOVE TRG-MOTIF TO REG-MOTIF.
 43000     MOVE "ANNULATION ENREGISTREE" TO DET-RESULTAT.
 43100 2200-STATUT.
 43200     MOVE WS-DATE-JOUR TO REG-DT-STATUT.
 43300     MOVE TRG-USER     TO REG-USER-STATUT.
 43400 2200-REECRITURE.
 43500     REWRITE REG-ENREG
 43600         INVALID KEY
 43700             DISPLAY "BPRIB31 - ERREUR REECRITURE PMGCREGR "
 43800                     WS-STATUT-PMGCREGR
 43900             MOVE "ERREUR REECRITURE DU REGISTRE" TO DET-RESULTAT
 44000             GO TO 2200-REJET.
 44100     MOVE REG-STATUT TO DET-STATUT.
 44200     PERFORM 2750-IMAGE-APRES THRU 2750-EXIT.
 44300     PERFORM 2800-TRACE-APPLIQUEE THRU 2800-EXIT.
 44400     GO TO 2200-SUITE.
 44500 2200-REJET.
 44600     PERFORM 2900-TRACE-REJET THRU 2900-EXIT.
 44700 2200-SUITE.
 44800     PERFORM 2100-LECTURE-TRAN THRU 2100-EXIT.
 44900 2200-EXIT.
 45000     EXIT.
 45100*
 45200*///////////////////////////////////////////////////////////////
 45300*  2300-REGENERATION - RECOPIE DANS RIBREMR, TELS QU'EMIS, DES  *
 45400*                      ENREGISTREMENTS ARCHIVES DE LA REMISE    *
 45500*///////////////////////////////////////////////////////////////
 45600 2300-REGENERATION SECTION.
 45700 2300-DEBUT.
 45800     MOVE ZERO TO WS-NB-IMAGES.
 45900     OPEN INPUT RIBREMH.
 46000     IF WS-STATUT-RIBREMH NOT = "00"
 46100         DISPLAY "BPRIB31 - ERREUR OUVERTURE RIBREMH "
 46200                 WS-STATUT-RIBREMH
 46300         GO TO 2300-EXIT.
 46400 2300-BOUCLE.
 46500     READ RIBREMH
 46600         AT END
 46700             GO TO 2300-FIN.
 46800     IF RMH-NO-REMISE NOT = TRG-NO-REMISE
 46900         GO TO 2300-BOUCLE.
 47000     MOVE RMH-IMAGE TO RMR-ENREG.
 47100     WRITE RMR-ENREG.
 47200     ADD 1 TO WS-NB-IMAGES.
 47300     GO TO 2300-BOUCLE.
 47400 2300-FIN.
 47500     CLOSE RIBREMH.
 47600 2300-EXIT.
 47700     EXIT.
 47800*
 47900 2700-IMAGE-AVANT SECTION.
 48000 2700-DEBUT.
 48100     MOVE REG-STATUT     TO JRG-AVT-STATUT.
 48200     MOVE REG-NO-ORIGINE TO JRG-AVT-NO-ORIGINE.
 48300     MOVE REG-NB-REGEN   TO JRG-AVT-NB-REGEN.
 48400 2700-EXIT.
 48500     EXIT.
 48600*
 48700 2750-IMAGE-APRES SECTION.
 48800 2750-DEBUT.
 48900     MOVE REG-STATUT     TO JRG-APR-STATUT.
 49000     MOVE REG-NO-ORIGINE TO JRG-APR-NO-ORIGINE.
 49100     MOVE REG-NB-REGEN   TO JRG-APR-NB-REGEN.
 49200 2750-EXIT.
 49300     EXIT.
 49400*
 49500 2800-TRACE-APPLIQUEE SECTION.
 49600 2800-DEBUT.
 49700     ADD 1 TO WS-NB-TRAN-APPLIQUEES.
 49800     WRITE JRG-ENREG.
 49900     PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT.
 50000 2800-EXIT.
 50100     EXIT.
 50200*
 50300 2900-TRACE-REJET SECTION.
 50400 2900-DEBUT.
 50500     ADD 1 TO WS-NB-TRAN-REJETEES.
 50600     MOVE SPACES TO JRG-AVANT.
 50700     MOVE SPACES TO JRG-APRES.
 50800     WRITE JRG-ENREG.
 50900     DISPLAY "BPRIB31 - TRANSACTION REJETEE " TRG-TYPE-OPER " "
 51000             TRG-NO-REMISE " : " DET-RESULTAT.
 51100     PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT.
 51200 2900-EXIT.
 51300     EXIT.
 51400*
 51500*///////////////////////////////////////////////////////////////
 51600*  3000-INSCRIPTION - ANALYSE DES FICHIERS DE REMISE DE LA NUIT *
 51700*                     (CHACUN FACULTATIF), INSCRIPTION DES      *
 51800*                     REMISES AU REGISTRE PUIS ARCHIVAGE DE     *
 51900*                     CELLES INSCRITES GENEREES                 *
 52000*///////////////////////////////////////////////////////////////
 52100 3000-INSCRIPTION SECTION.
 52200 3000-DEBUT.
 52300     MOVE SPACES TO REGR-LIGNE.
 52400     WRITE REGR-LIGNE.
 52500     MOVE SPACES TO WS-LIGNE-TITRE.
 52600     MOVE "REMISES DE LA NUIT" TO TIT-LIBELLE.
 52700     MOVE WS-LIGNE-TITRE TO REGR-LIGNE.
 52800     WRITE REGR-LIGNE.
 52900     OPEN INPUT RIBREMIS.
 53000     IF WS-STATUT-RIBREMIS NOT = "00"
 53100         DISPLAY "BPRIB31 - PAS DE REMISE DE VIREMENTS RIBREMIS"
 53200         GO TO 3000-SALAIRES.
 53300     MOVE "F" TO WS-TYPE-REMISE.
 53400     PERFORM 3100-ANALYSE-VIREMENTS THRU 3100-EXIT.
 53500     CLOSE RIBREMIS.
 53600 3000-SALAIRES.
 53700     OPEN INPUT RIBREMSA.
 53800     IF WS-STATUT-RIBREMSA NOT = "00"
 53900         DISPLAY "BPRIB31 - PAS DE REMISE DE SALAIRES RIBREMSA"
 54000         GO TO 3000-PRELEVEMENTS.
 54100     MOVE "S" TO WS-TYPE-REMISE.
 54200     PERFORM 3100-ANALYSE-VIREMENTS THRU 3100-EXIT.
 54300     CLOSE RIBREMSA.
 54400 3000-PRELEVEMENTS.
 54500     OPEN INPUT RIBPRELV.
 54600     IF WS-STATUT-RIBPRELV NOT = "00"
 54700         DISPLAY "BPRIB31 - PAS DE REMISE DE PRELEVEMENTS "
 54800                 "RIBPRELV"
 54900         GO TO 3000-INSCRIRE.
 55000     MOVE "P" TO WS-TYPE-REMISE.
 55100     PERFORM 3200-ANALYSE-PRELEVEMENTS THRU 3200-EXIT.
 55200     CLOSE RIBPRELV.
 55300 3000-INSCRIRE.
 55400     IF WS-CODE-RETOUR = 12
 55500         GO TO 3000-EXIT.
 55600     MOVE ZERO TO WS-R.
 55700 3000-BOUCLE.
 55800     ADD 1 TO WS-R.
 55900     IF WS-R > WS-NB-REM
 56000         GO TO 3000-ARCHIVAGE.
 56100     PERFORM 3600-INSCRIRE-REMISE THRU 3600-EXIT.
 56200     GO TO 3000-BOUCLE.
 56300 3000-ARCHIVAGE.
 56400     PERFORM 3700-ARCHIVAGE THRU 3700-EXIT.
 56500 3000-EXIT.
 56600     EXIT.
 56700*
 56800*///////////////////////////////////////////////////////////////
 56900*  3100-ANALYSE-VIREMENTS - LECTURE D'UN FICHIER DE REMISE DE   *
 57000*                           VIREMENTS (RIBREMIS OU RIBREMSA     *
 57100*                           SELON WS-TYPE-REMISE) ; LE TOTAL    *
 57200*                           GENERAL A EMETTEUR A BLANC EST      *
 57300*                           IGNORE                              *
 57400*///////////////////////////////////////////////////////////////
 57500 3100-ANALYSE-VIREMENTS SECTION.
 57600 3100-DEBUT.
 57700     MOVE "N" TO WS-IND-FIN-REMISE.
 57800 3100-BOUCLE.
 57900     PERFORM 3110-LECTURE-VIREMENT THRU 3110-EXIT.
 58000     IF WS-FIN-REMISE
 58100         GO TO 3100-EXIT.
 58200     IF RVL-TOTAL AND RVL-EMET-ID = SPACES
 58300         GO TO 3100-BOUCLE.
 58400     ADD 1 TO WS-NB-ENREG-LUS.
 58500     IF RVL-ENTETE
 58600         MOVE RVL-ENT-NO-REMISE TO WS-NO-COURANT.
 58700     IF RVL-DETAIL
 58800         MOVE RVL-DET-NO-REMISE TO WS-NO-COURANT.
 58900     IF RVL-TOTAL
 59000         MOVE RVL-TOT-NO-REMISE TO WS-NO-COURANT.
 59100*        REMISE EMISE AVANT LA NUMEROTATION OU ALTEREE
 59200     IF WS-NO-COURANT NOT NUMERIC OR WS-NO-COURANT = ZERO
 59300         ADD 1 TO WS-NB-SANS-NUMERO
 59400         GO TO 3100-BOUCLE.
 59500     PERFORM 3400-RECHERCHE-REMISE THRU 3400-EXIT.
 59600     IF WS-R = ZERO
 59700         GO TO 3100-BOUCLE.
 59800     MOVE RVL-EMET-ID TO RMT-EMET-ID (WS-R).
 59900     IF RVL-ENTETE
 60000         MOVE RVL-ENT-DATE-REMISE TO RMT-DATE (WS-R)
 60100         MOVE RVL-ENT-HEURE       TO RMT-HEURE (WS-R)
 60200         GO TO 3100-BOUCLE.
 60300     IF RVL-TOTAL
 60400         MOVE "O"             TO RMT-IND-TOTAL (WS-R)
 60500         MOVE RVL-TOT-NB      TO RMT-TOT-NB (WS-R)
 60600         MOVE RVL-TOT-MONTANT TO RMT-TOT-MONTANT (WS-R)
 60700         GO TO 3100-BOUCLE.
 60800     IF NOT RVL-DETAIL
 60900         GO TO 3100-BOUCLE.
 61000     ADD 1               TO RMT-NB (WS-R).
 61100     ADD RVL-DET-MONTANT TO RMT-MONTANT (WS-R).
 61200*        EMPREINTE : EMETTEUR ET ZONES DU VIREMENT, DU TIERS A LA
 61300*        DATE D'EXECUTION (HORS NUMERO DE REMISE)
 61400     MOVE SPACES TO WS-EMP-ZONE.
 61500     MOVE RVL-EMET-ID        TO WS-EMP-ZONE (1:5).
 61600     MOVE RVL-CORPS (1:131)  TO WS-EMP-ZONE (6:131).
 61700     MOVE 136 TO WS-EMP-LONG.
 61800     PERFORM 3500-EMPREINTE THRU 3500-EXIT.
 61900     GO TO 3100-BOUCLE.
 62000 3100-EXIT.
 62100     EXIT.
 62200*
 62300 3110-LECTURE-VIREMENT SECTION.
 62400 3110-DEBUT.
 62500     IF WS-REM-SALAIRES
 62600         GO TO 3110-SALAIRES.
 62700     READ RIBREMIS INTO RVL-ENREG
 62800         AT END
 62900             MOVE "O" TO WS-IND-FIN-REMISE.
 63000     GO TO 3110-EXIT.
 63100 3110-SALAIRES.
 63200     READ RIBREMSA INTO RVL-ENREG
 63300         AT END
 63400             MOVE "O" TO WS-IND-FIN-REMISE.
 63500 3110-EXIT.
 63600     EXIT.
 63700*
 63800*///////////////////////////////////////////////////////////////
 63900*  3200-ANALYSE-PRELEVEMENTS - LECTURE DE LA REMISE DE          *
 64000*                              PRELEVEMENTS RIBPRELV : UNE      *
 64100*                              SEULE REMISE, DONT LE NUMERO EST *
 64200*                              PORTE PAR L'ENTETE ET LE TOTAL   *
 64300*///////////////////////////////////////////////////////////////
 64400 3200-ANALYSE-PRELEVEMENTS SECTION.
 64500 3200-DEBUT.
 64600     MOVE ZERO TO WS-NO-PRELV.
 64700 3200-BOUCLE.
 64800     READ RIBPRELV
 64900         AT END
 65000             GO TO 3200-EXIT.
 65100     ADD 1 TO WS-NB-ENREG-LUS.
 65200     IF PRL-ENTETE
 65300         MOVE PRL-ENT-NO-REMISE TO WS-NO-PRELV.
 65400     IF WS-NO-PRELV NOT NUMERIC OR WS-NO-PRELV = ZERO
 65500         ADD 1 TO WS-NB-SANS-NUMERO
 65600         GO TO 3200-BOUCLE.
 65700     MOVE WS-NO-PRELV TO WS-NO-COURANT.
 65800     PERFORM 3400-RECHERCHE-REMISE THRU 3400-EXIT.
 65900     IF WS-R = ZERO
 66000         GO TO 3200-BOUCLE.
 66100     IF PRL-ENTETE
 66200         MOVE PRL-ENT-DATE-REMISE TO RMT-DATE (WS-R)
 66300         MOVE PRL-ENT-HEURE       TO RMT-HEURE (WS-R)
 66400         GO TO 3200-BOUCLE.
 66500     IF PRL-TOTAL
 66600         MOVE "O"             TO RMT-IND-TOTAL (WS-R)
 66700         MOVE PRL-TOT-NB      TO RMT-TOT-NB (WS-R)
 66800         MOVE PRL-TOT-MONTANT TO RMT-TOT-MONTANT (WS-R)
 66900         MOVE ZERO            TO WS-NO-PRELV
 67000         GO TO 3200-BOUCLE.
 67100     IF NOT PRL-DETAIL
 67200         GO TO 3200-BOUCLE.
 67300     ADD 1               TO RMT-NB (WS-R).
 67400     ADD PRL-DET-MONTANT TO RMT-MONTANT (WS-R).
 67500*        EMPREINTE : ZONES DU PRELEVEMENT HORS SEQUENCE FRST/RCUR
 67600*        ET NUMERO DE PRESENTATION, QUI CHANGENT D'UNE EMISSION A
 67700*        L'AUTRE POUR UN MEME CONTENU
 67800     MOVE SPACES TO WS-EMP-ZONE.
 67900     MOVE PRL-CORPS (1:107)  TO WS-EMP-ZONE (1:107).
 68000     MOVE PRL-CORPS (112:60) TO WS-EMP-ZONE (108:60).
 68100     MOVE 167 TO WS-EMP-LONG.
 68200     PERFORM 3500-EMPREINTE THRU 3500-EXIT.
 68300     GO TO 3200-BOUCLE.
 68400 3200-EXIT.
 68500     EXIT.
 68600*
 68700*///////////////////////////////////////////////////////////////
 68800*  3400-RECHERCHE-REMISE - POSTE DE LA REMISE WS-NO-COURANT     *
 68900*                          DANS LA TABLE, CREE A LA PREMIERE    *
 69000*                          RENCONTRE (WS-R A ZERO SI LA TABLE   *
 69100*                          EST SATUREE)                         *
 69200*///////////////////////////////////////////////////////////////
 69300 3400-RECHERCHE-REMISE SECTION.
 69400 3400-DEBUT.
 69500     MOVE ZERO TO WS-R.
 69600 3400-BOUCLE.
 69700     ADD 1 TO WS-R.
 69800     IF WS-R > WS-NB-REM
 69900         GO TO 3400-AJOUT.
 70000     IF RMT-NO (WS-R) = WS-NO-COURANT
 70100         GO TO 3400-EXIT.
 70200     GO TO 3400-BOUCLE.
 70300 3400-AJOUT.
 70400     IF WS-NB-REM >= 50
 70500         DISPLAY "BPRIB31 - PLUS DE 50 REMISES, REMISE "
 70600                 WS-NO-COURANT " NON INSCRITE"
 70700         MOVE 12 TO WS-CODE-RETOUR
 70800         MOVE ZERO TO WS-R
 70900         GO TO 3400-EXIT.
 71000     ADD 1 TO WS-NB-REM.
 71100     MOVE WS-NB-REM      TO WS-R.
 71200     MOVE WS-NO-COURANT  TO RMT-NO (WS-R).
 71300     MOVE WS-TYPE-REMISE TO RMT-TYPE (WS-R).
 71400     MOVE SPACES         TO RMT-EMET-ID (WS-R).
 71500     MOVE ZERO           TO RMT-DATE (WS-R).
 71600     MOVE ZERO           TO RMT-HEURE (WS-R).
 71700     MOVE ZERO           TO RMT-NB (WS-R).
 71800     MOVE ZERO           TO RMT-MONTANT (WS-R).
 71900     MOVE "N"            TO RMT-IND-TOTAL (WS-R).
 72000     MOVE ZERO           TO RMT-TOT-NB (WS-R).
 72100     MOVE ZERO           TO RMT-TOT-MONTANT (WS-R).
 72200     MOVE 1              TO RMT-EMP-A (WS-R).
 72300     MOVE ZERO           TO RMT-EMP-B (WS-R).
 72400     MOVE "N"            TO RMT-IND-ARCHIVE (WS-R).
 72500 3400-EXIT.
 72600     EXIT.
 72700*
 72800*///////////////////////////////////////////////////////////////
 72900*  3500-EMPREINTE - CUMUL DES WS-EMP-LONG PREMIERS CARACTERES   *
 73000*                   DE WS-EMP-ZONE DANS LES SOMMES A ET B DE LA *
 73100*                   REMISE WS-R                                 *
 73200*///////////////////////////////////////////////////////////////
 73300 3500-EMPREINTE SECTION.
 73400 3500-DEBUT.
 73500     MOVE RMT-EMP-A (WS-R) TO WS-EMP-A.
 73600     MOVE RMT-EMP-B (WS-R) TO WS-EMP-B.
 73700     MOVE LOW-VALUE TO WS-CAR-HAUT.
 73800     MOVE ZERO TO WS-K.
 73900 3500-BOUCLE.
 74000     ADD 1 TO WS-K.
 74100     IF WS-K > WS-EMP-LONG
 74200         GO TO 3500-FIN.
 74300     MOVE WS-EMP-ZONE (WS-K:1) TO WS-CAR-BAS.
 74400     ADD WS-CAR-CODE TO WS-EMP-A.
 74500     IF WS-EMP-A NOT < 65521
 74600         SUBTRACT 65521 FROM WS-EMP-A.
 74700     ADD WS-EMP-A TO WS-EMP-B.
 74800     IF WS-EMP-B NOT < 65521
 74900         SUBTRACT 65521 FROM WS-EMP-B.
 75000     GO TO 3500-BOUCLE.
 75100 3500-FIN.
 75200     MOVE WS-EMP-A TO RMT-EMP-A (WS-R).
 75300     MOVE WS-EMP-B TO RMT-EMP-B (WS-R).
 75400 3500-EXIT.
 75500     EXIT.
 75600*
 75700*///////////////////////////////////////////////////////////////
 75800*  3600-INSCRIRE-REMISE - INSCRIPTION DE LA REMISE WS-R AU      *
 75900*                         REGISTRE : VIDE, TOTAL DISCORDANT OU  *
 76000*                         DOUBLE D'UNE REMISE TRANSMISE,        *
 76100*                         ANNULEE ; SINON GENEREE, ET SIGNALEE  *
 76200*                         A CONFIRMER SI UNE REMISE GENEREE     *
 76300*                         ANTERIEURE DU MEME TYPE ET DU MEME    *
 76400*                         EMETTEUR N'A PAS ETE DECLAREE         *
 76500*                         TRANSMISE OU ANNULEE. UNE REMISE DEJA *
 76600*                         INSCRITE N'EST PAS REINSCRITE ; SI    *
 76700*                         ELLE EST ENCORE GENEREE, ELLE EST     *
 76800*                         RECONTROLEE                           *
 76900*///////////////////////////////////////////////////////////////
 77000 3600-INSCRIRE-REMISE SECTION.
 77100 3600-DEBUT.
 77200     COMPUTE WS-EMPREINTE = RMT-EMP-B (WS-R) * 65536
 77300                          + RMT-EMP-A (WS-R).
 77400     MOVE SPACES              TO WS-LIGNE-DETAIL.
 77500     MOVE "N"                 TO DET-OPER.
 77600     MOVE RMT-NO (WS-R)       TO DET-NO-REMISE.
 77700     MOVE RMT-TYPE (WS-R)     TO DET-TYPE.
 77800     MOVE RMT-EMET-ID (WS-R)  TO DET-EMET-ID.
 77900     MOVE RMT-DATE (WS-R)     TO DET-DATE.
 78000     MOVE RMT-NB (WS-R)       TO DET-NB.
 78100     MOVE RMT-MONTANT (WS-R)  TO DET-MONTANT.
 78200     MOVE WS-EMPREINTE        TO DET-EMPREINTE.
 78300     MOVE "BPRIB31"           TO DET-USER.
 78400     MOVE RMT-NO (WS-R) TO REG-NO-REMISE.
 78500     READ PMGCREGR
 78600         INVALID KEY
 78700             GO TO 3600-NOUVELLE.
 78800     ADD 1 TO WS-NB-DEJA-INSCRITES.
 78900     MOVE REG-STATUT TO DET-STATUT.
 79000     IF NOT REG-GENEREE
 79100         MOVE "DEJA INSCRITE, IGNOREE" TO DET-RESULTAT
 79200         PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT
 79300         GO TO 3600-EXIT.
 79400*        INSCRITE GENEREE PAR UN PASSAGE PRECEDENT : UNE REMISE
 79500*        IDENTIQUE A PU ETRE DECLAREE TRANSMISE DEPUIS
 79600     PERFORM 3610-RECHERCHE-DOUBLE THRU 3610-EXIT.
 79700     IF WS-NO-DOUBLE NOT = ZERO
 79800         GO TO 3600-ANNULATION.
 79900     MOVE "DEJA INSCRITE GENEREE" TO DET-RESULTAT.
 80000     GO TO 3600-CONFIRMATION.
 80100 3600-ANNULATION.
 80200     MOVE RMT-NO (WS-R) TO REG-NO-REMISE.
 80300     READ PMGCREGR
 80400         INVALID KEY
 80800             DISPLAY "BPRIB31 - ERREUR RELECTURE PMGCREGR "
 80900                     WS-STATUT-PMGCREGR " " RMT-NO (WS-R)
 81000             MOVE 12 TO WS-CODE-RETOUR
 81100             GO TO 3600-EXIT.
 81200     MOVE SPACES          TO JRG-ENREG.
 81300     MOVE "X"             TO JRG-TYPE-OPER.
 81400     MOVE "BPRIB31"       TO JRG-USER.
 81500     MOVE WS-DATE-JOUR    TO JRG-DATE.
 81600     MOVE WS-HEURE-JOUR   TO JRG-HEURE.
 81700     MOVE REG-NO-REMISE   TO JRG-NO-REMISE.
 81800     PERFORM 2700-IMAGE-AVANT THRU 2700-EXIT.
 81900     MOVE "X"             TO REG-STATUT.
 82000     MOVE WS-NO-DOUBLE    TO REG-NO-ORIGINE.
 82100     MOVE "DOUBLE D'UNE REMISE TRANSMISE" TO REG-MOTIF.
 82200     MOVE WS-DATE-JOUR    TO REG-DT-STATUT.
 82300     MOVE "BPRIB31"       TO REG-USER-STATUT.
 82400     REWRITE REG-ENREG
 82500         INVALID KEY
 82600             DISPLAY "BPRIB31 - ERREUR REECRITURE PMGCREGR "
 82700                     WS-STATUT-PMGCREGR " " REG-NO-REMISE
 82800             MOVE 12 TO WS-CODE-RETOUR
 82900             GO TO 3600-EXIT.
 83000     MOVE REG-MOTIF       TO JRG-MOTIF.
 83100     PERFORM 2750-IMAGE-APRES THRU 2750-EXIT.
 83200     WRITE JRG-ENREG.
 83300     MOVE REG-STATUT      TO DET-STATUT.
 83400     GO TO 3600-DOUBLE.
 83500 3600-NOUVELLE.
 83600     MOVE ZERO TO WS-NO-DOUBLE.
 83700     IF RMT-NB (WS-R) = ZERO
 83800         GO TO 3600-ECRITURE.
 83900     IF NOT RMT-TOTAL-LU (WS-R)
 84000         GO TO 3600-ECRITURE.
 84100     IF RMT-TOT-NB (WS-R) NOT = RMT-NB (WS-R)
 84200         OR RMT-TOT-MONTANT (WS-R) NOT = RMT-MONTANT (WS-R)
 84300         GO TO 3600-ECRITURE.
 84400     PERFORM 3610-RECHERCHE-DOUBLE THRU 3610-EXIT.
 84500 3600-ECRITURE.
 84600     MOVE SPACES              TO REG-CORPS.
 84700     MOVE RMT-NO (WS-R)       TO REG-NO-REMISE.
 84800     MOVE RMT-TYPE (WS-R)     TO REG-TYPE.
 84900     MOVE RMT-EMET-ID (WS-R)  TO REG-EMET-ID.
 85000     MOVE RMT-DATE (WS-R)     TO REG-DATE-REMISE.
 85100     MOVE RMT-HEURE (WS-R)    TO REG-HEURE.
 85200     MOVE "BPRIB07"           TO REG-PROG.
 85300     IF RMT-TYPE (WS-R) = "P"
 85400         MOVE "BPRIB15"       TO REG-PROG.
 85500     MOVE RMT-NB (WS-R)       TO REG-NB.
 85600     MOVE RMT-MONTANT (WS-R)  TO REG-MONTANT.
 85700     MOVE WS-EMPREINTE        TO REG-EMPREINTE.
 85800     MOVE "G"                 TO REG-STATUT.
 85900     MOVE ZERO                TO REG-NO-ORIGINE.
 86000     MOVE WS-DATE-JOUR        TO REG-DT-STATUT.
 86100     MOVE "BPRIB31"           TO REG-USER-STATUT.
 86200     MOVE ZERO                TO REG-NB-REGEN.
 86300     MOVE ZERO                TO REG-DT-REGEN.
 86400     MOVE "INSCRITE GENEREE"  TO DET-RESULTAT.
 86500     IF RMT-NB (WS-R) = ZERO
 86600         MOVE "X"             TO REG-STATUT
 86700         MOVE "REMISE VIDE"   TO REG-MOTIF
 86800         MOVE "REMISE VIDE, INSCRITE ANNULEE" TO DET-RESULTAT
 86900         ADD 1 TO WS-NB-VIDES
 87000         GO TO 3600-INSCRIPTION.
 87100     IF NOT RMT-TOTAL-LU (WS-R)
 87200         OR RMT-TOT-NB (WS-R) NOT = RMT-NB (WS-R)
 87300         OR RMT-TOT-MONTANT (WS-R) NOT = RMT-MONTANT (WS-R)
 87400         MOVE "X"             TO REG-STATUT
 87500         MOVE "TOTAL ABSENT OU DISCORDANT" TO REG-MOTIF
 87600         MOVE "TOTAL ABSENT OU DISCORDANT, ANNULEE"
 87700                              TO DET-RESULTAT
 87800         ADD 1 TO WS-NB-DISCORDANTES
 87900         GO TO 3600-INSCRIPTION.
 88000     IF WS-NO-DOUBLE NOT = ZERO
 88100         MOVE "X"             TO REG-STATUT
 88200         MOVE WS-NO-DOUBLE    TO REG-NO-ORIGINE
 88300         MOVE "DOUBLE D'UNE REMISE TRANSMISE" TO REG-MOTIF
 88400         GO TO 3600-INSCRIPTION.
 88500     MOVE "O" TO RMT-IND-ARCHIVE (WS-R).
 88600 3600-INSCRIPTION.
 88700     WRITE REG-ENREG
 88800         INVALID KEY
 88900             DISPLAY "BPRIB31 - ERREUR ECRITURE PMGCREGR "
 89000                     WS-STATUT-PMGCREGR " " RMT-NO (WS-R)
 89100             MOVE 12 TO WS-CODE-RETOUR
 89200             MOVE "N" TO RMT-IND-ARCHIVE (WS-R)
 89300             GO TO 3600-EXIT.
 89400     ADD 1 TO WS-NB-INSCRITES.
 89500     MOVE REG-STATUT TO DET-STATUT.
 89600     MOVE SPACES          TO JRG-ENREG.
 89700     MOVE "N"             TO JRG-TYPE-OPER.
 89800     MOVE "BPRIB31"       TO JRG-USER.
 89900     MOVE WS-DATE-JOUR    TO JRG-DATE.
 90000     MOVE WS-HEURE-JOUR   TO JRG-HEURE.
 90100     MOVE REG-NO-REMISE   TO JRG-NO-REMISE.
 90200     MOVE REG-MOTIF       TO JRG-MOTIF.
 90300     PERFORM 2750-IMAGE-APRES THRU 2750-EXIT.
 90400     WRITE JRG-ENREG.
 90500     IF WS-NO-DOUBLE NOT = ZERO
 90600         GO TO 3600-DOUBLE.
 90700     IF NOT REG-GENEREE
 90800         PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT
 90900         GO TO 3600-EXIT.
 91000 3600-CONFIRMATION.
 91100*        UNE REMISE GENEREE ANTERIEURE NON DECLAREE TRANSMISE OU
 91200*        ANNULEE A PU PARTIR : LA CHAINE S'ARRETE JUSQU'A CE QUE
 91300*        L'EXPLOITATION TRANCHE PAR UNE TRANSACTION T OU X
 91400     PERFORM 3620-RECHERCHE-CONCURRENTE THRU 3620-EXIT.
 91500     IF WS-NO-CONCURRENTE NOT = ZERO
 91600         ADD 1 TO WS-NB-A-CONFIRMER
 91700         MOVE "A CONFIRMER, REMISE GENEREE NO"
 91800                              TO DET-RESULTAT
 91900         MOVE WS-NO-CONCURRENTE TO DET-RESULTAT (32:8)
 92000         DISPLAY "BPRIB31 - REMISE " RMT-NO (WS-R)
 92100                 " : REMISE GENEREE " WS-NO-CONCURRENTE
 92200                 " A DECLARER TRANSMISE OU ANNULEE".
 92300     PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT.
 92400     GO TO 3600-EXIT.
 92500 3600-DOUBLE.
 92600     MOVE "DOUBLE DE LA REMISE NO" TO DET-RESULTAT.
 92700     MOVE WS-NO-DOUBLE    TO DET-RESULTAT (24:8).
 92800     ADD 1 TO WS-NB-DOUBLES.
 92900     DISPLAY "BPRIB31 - REMISE " RMT-NO (WS-R)
 93000             " DOUBLE DE LA REMISE TRANSMISE " WS-NO-DOUBLE.
 93100     PERFORM 3900-ECRIRE-DETAIL THRU 3900-EXIT.
 93200 3600-EXIT.
 93300     EXIT.
 93400*
 93500*///////////////////////////////////////////////////////////////
 93600*  3610-RECHERCHE-DOUBLE - PARCOURS DU REGISTRE A LA RECHERCHE  *
 93700*                          D'UNE REMISE TRANSMISE OU ACQUITTEE  *
 93800*                          DE MEME TYPE, MEME EMETTEUR, MEMES   *
 93900*                          NOMBRE, MONTANT ET EMPREINTE         *
 94000*///////////////////////////////////////////////////////////////
 94100 3610-RECHERCHE-DOUBLE SECTION.
 94200 3610-DEBUT.
 94300     MOVE ZERO TO WS-NO-DOUBLE.
 94400     MOVE 1 TO REG-NO-REMISE.
 94500     START PMGCREGR KEY IS NOT LESS THAN REG-NO-REMISE
 94600         INVALID KEY
 94700             GO TO 3610-EXIT.
 94800 3610-BOUCLE.
 94900     READ PMGCREGR NEXT RECORD
 95000         AT END
 95100             GO TO 3610-EXIT.
 95200     IF NOT REG-TRANSMISE AND NOT REG-ACQUITTEE
 95300         GO TO 3610-BOUCLE.
 95400     IF REG-TYPE NOT = RMT-TYPE (WS-R)
 95500         OR REG-EMET-ID NOT = RMT-EMET-ID (WS-R)
 95600         OR REG-NB NOT = RMT-NB (WS-R)
 95700         OR REG-MONTANT NOT = RMT-MONTANT (WS-R)
 95800         OR REG-EMPREINTE NOT = WS-EMPREINTE
 95900         GO TO 3610-BOUCLE.
 96000     MOVE REG-NO-REMISE TO WS-NO-DOUBLE.
 96100 3610-EXIT.
 96200     EXIT.
 96300*
 96400*///////////////////////////////////////////////////////////////
 96500*  3620-RECHERCHE-CONCURRENTE - PREMIERE REMISE GENEREE DE      *
 96600*                               NUMERO INFERIEUR, DE MEME TYPE  *
 96700*                               ET DE MEME EMETTEUR QUE LA      *
 96800*                               REMISE WS-R (ZERO SI AUCUNE)    *
 96900*///////////////////////////////////////////////////////////////
 97000 3620-RECHERCHE-CONCURRENTE SECTION.
 97100 3620-DEBUT.
 97200     MOVE ZERO TO WS-NO-CONCURRENTE.
 97300     MOVE 1 TO REG-NO-REMISE.
 97400     START PMGCREGR KEY IS NOT LESS THAN REG-NO-REMISE
 97500         INVALID KEY
 97600             GO TO 3620-EXIT.
 97700 3620-BOUCLE.
 97800     READ PMGCREGR NEXT RECORD
 97900         AT END
 98000             GO TO 3620-EXIT.
 98100     IF REG-NO-REMISE NOT < RMT-NO (WS-R)
 98200         GO TO 3620-EXIT.
 98300     IF NOT REG-GENEREE
 98400         OR REG-TYPE NOT = RMT-TYPE (WS-R)
 98500         OR REG-EMET-ID NOT = RMT-EMET-ID (WS-R)
 98600         GO TO 3620-BOUCLE.
 98700     MOVE REG-NO-REMISE TO WS-NO-CONCURRENTE.
 98800 3620-EXIT.
 98900     EXIT.
 99000*
 99100*///////////////////////////////////////////////////////////////
 99200*  3700-ARCHIVAGE - RECOPIE DANS RIBREMH DES ENREGISTREMENTS    *
 99300*                   DES REMISES INSCRITES GENEREES, SOURCE DE   *
 99400*                   LA REGENERATION A L'IDENTIQUE               *
 99500*///////////////////////////////////////////////////////////////
 99600 3700-ARCHIVAGE SECTION.
 99700 3700-DEBUT.
 99800     OPEN EXTEND RIBREMH.
 99900     IF WS-STATUT-RIBREMH NOT = "00"
100000         OPEN OUTPUT RIBREMH.
100100     IF WS-STATUT-RIBREMH NOT = "00"
100200         DISPLAY "BPRIB31 - ERREUR OUVERTURE RIBREMH "
100300                 WS-STATUT-RIBREMH ", REMISES NON ARCHIVEES"
100400         MOVE 12 TO WS-CODE-RETOUR
100500         GO TO 3700-EXIT.
100600     OPEN INPUT RIBREMIS.
100700     IF WS-STATUT-RIBREMIS = "00"
100800         MOVE "F" TO WS-TYPE-REMISE
100900         PERFORM 3710-ARCHIVE-VIREMENTS THRU 3710-EXIT
101000         CLOSE RIBREMIS.
101100     OPEN INPUT RIBREMSA.
101200     IF WS-STATUT-RIBREMSA = "00"
101300         MOVE "S" TO WS-TYPE-REMISE
101400         PERFORM 3710-ARCHIVE-VIREMENTS THRU 3710-EXIT
101500         CLOSE RIBREMSA.
101600     OPEN INPUT RIBPRELV.
101700     IF WS-STATUT-RIBPRELV = "00"
101800         MOVE "P" TO WS-TYPE-REMISE
101900         PERFORM 3720-ARCHIVE-PRELEVEMENTS THRU 3720-EXIT
102000         CLOSE RIBPRELV.
102100     CLOSE RIBREMH.
102200 3700-EXIT.
102300     EXIT.
102400*
102500 3710-ARCHIVE-VIREMENTS SECTION.
102600 3710-DEBUT.
102700     MOVE "N" TO WS-IND-FIN-REMISE.
102800 3710-BOUCLE.
102900     PERFORM 3110-LECTURE-VIREMENT THRU 3110-EXIT.
103000     IF WS-FIN-REMISE
103100         GO TO 3710-EXIT.
103200     MOVE ZERO TO WS-NO-COURANT.
103300     IF RVL-ENTETE
103400         MOVE RVL-ENT-NO-REMISE TO WS-NO-COURANT.
103500     IF RVL-DETAIL
103600         MOVE RVL-DET-NO-REMISE TO WS-NO-COURANT.
103700     IF RVL-TOTAL
103800         MOVE RVL-TOT-NO-REMISE TO WS-NO-COURANT.
103900     IF WS-NO-COURANT NOT NUMERIC OR WS-NO-COURANT = ZERO
104000         GO TO 3710-BOUCLE.
104100     PERFORM 3800-A-ARCHIVER THRU 3800-EXIT.
104200     IF WS-R = ZERO
104300         GO TO 3710-BOUCLE.
104400     MOVE SPACES         TO RMH-ENREG.
104500     MOVE WS-NO-COURANT  TO RMH-NO-REMISE.
104600     MOVE WS-TYPE-REMISE TO RMH-TYPE.
104700     MOVE RVL-ENREG      TO RMH-IMAGE.
104800     WRITE RMH-ENREG.
104900     ADD 1 TO WS-NB-ARCHIVES.
105000     GO TO 3710-BOUCLE.
105100 3710-EXIT.
105200     EXIT.
105300*
105400 3720-ARCHIVE-PRELEVEMENTS SECTION.
105500 3720-DEBUT.
105600     MOVE ZERO TO WS-NO-PRELV.
105700 3720-BOUCLE.
105800     READ RIBPRELV
105900         AT END
106000             GO TO 3720-EXIT.
106100     IF PRL-ENTETE
106200         MOVE PRL-ENT-NO-REMISE TO WS-NO-PRELV.
106300     IF WS-NO-PRELV NOT NUMERIC OR WS-NO-PRELV = ZERO
106400         GO TO 3720-BOUCLE.
106500     MOVE WS-NO-PRELV TO WS-NO-COURANT.
106600     PERFORM 3800-A-ARCHIVER THRU 3800-EXIT.
106700     IF WS-R = ZERO
106800         GO TO 3720-SUITE.
106900     MOVE SPACES         TO RMH-ENREG.
107000     MOVE WS-NO-COURANT  TO RMH-NO-REMISE.
107100     MOVE WS-TYPE-REMISE TO RMH-TYPE.
107200     MOVE PRL-ENREG      TO RMH-IMAGE.
107300     WRITE RMH-ENREG.
107400     ADD 1 TO WS-NB-ARCHIVES.
107500 3720-SUITE.
107600     IF PRL-TOTAL
107700         MOVE ZERO TO WS-NO-PRELV.
107800     GO TO 3720-BOUCLE.
107900 3720-EXIT.
108000     EXIT.
108100*
108200*///////////////////////////////////////////////////////////////
108300*  3800-A-ARCHIVER - POSTE DE LA REMISE WS-NO-COURANT SI ELLE   *
108400*                    VIENT D'ETRE INSCRITE GENEREE (WS-R A ZERO *
108500*                    SINON)                                     *
108600*///////////////////////////////////////////////////////////////
108700 3800-A-ARCHIVER SECTION.
108800 3800-DEBUT.
108900     MOVE ZERO TO WS-R.
109000 3800-BOUCLE.
109100     ADD 1 TO WS-R.
109200     IF WS-R > WS-NB-REM
109300         MOVE ZERO TO WS-R
109400         GO TO 3800-EXIT.
109500     IF RMT-NO (WS-R) NOT = WS-NO-COURANT
109600         GO TO 3800-BOUCLE.
109700     IF NOT RMT-A-ARCHIVER (WS-R)
109800         MOVE ZERO TO WS-R.
109900 3800-EXIT.
110000     EXIT.
110100*
110200 3900-ECRIRE-DETAIL SECTION.
110300 3900-DEBUT.
110400     MOVE WS-LIGNE-DETAIL TO REGR-LIGNE.
110500     WRITE REGR-LIGNE.
110600 3900-EXIT.
110700     EXIT.
110800*
110900*///////////////////////////////////////////////////////////////
111000*  4000-EDITION-TOTAUX - TOTAUX DE CONTROLE SUR PMGLREGR        *
111100*///////////////////////////////////////////////////////////////
111200 4000-EDITION-TOTAUX SECTION.
111300 4000-DEBUT.
111400     MOVE SPACES TO REGR-LIGNE.
111500     WRITE REGR-LIGNE.
111600     MOVE SPACES TO WS-LIGNE-TOTAL.
111700     MOVE "TRANSACTIONS LUES :" TO TOT-LIBELLE.
111800     MOVE WS-NB-TRAN-LUES TO TOT-NB.
111900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
112000     WRITE REGR-LIGNE.
112100     MOVE SPACES TO WS-LIGNE-TOTAL.
112200     MOVE "  APPLIQUEES      :" TO TOT-LIBELLE.
112300     MOVE WS-NB-TRAN-APPLIQUEES TO TOT-NB.
112400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
112500     WRITE REGR-LIGNE.
112600     MOVE SPACES TO WS-LIGNE-TOTAL.
112700     MOVE "  REJETEES        :" TO TOT-LIBELLE.
112800     MOVE WS-NB-TRAN-REJETEES TO TOT-NB.
112900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
113000     WRITE REGR-LIGNE.
113100     MOVE SPACES TO WS-LIGNE-TOTAL.
113200     MOVE "  DONT REGENERAT. :" TO TOT-LIBELLE.
113300     MOVE WS-NB-REGENEREES TO TOT-NB.
113400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
113500     WRITE REGR-LIGNE.
113600     MOVE SPACES TO WS-LIGNE-TOTAL.
113700     MOVE "ENREG. DE REMISE  :" TO TOT-LIBELLE.
113800     MOVE WS-NB-ENREG-LUS TO TOT-NB.
113900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
114000     WRITE REGR-LIGNE.
114100     MOVE SPACES TO WS-LIGNE-TOTAL.
114200     MOVE "  SANS NUMERO     :" TO TOT-LIBELLE.
114300     MOVE WS-NB-SANS-NUMERO TO TOT-NB.
114400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
114500     WRITE REGR-LIGNE.
114600     MOVE SPACES TO WS-LIGNE-TOTAL.
114700     MOVE "REMISES INSCRITES :" TO TOT-LIBELLE.
114800     MOVE WS-NB-INSCRITES TO TOT-NB.
114900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
115000     WRITE REGR-LIGNE.
115100     MOVE SPACES TO WS-LIGNE-TOTAL.
115200     MOVE "  DONT VIDES      :" TO TOT-LIBELLE.
115300     MOVE WS-NB-VIDES TO TOT-NB.
115400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
115500     WRITE REGR-LIGNE.
115600     MOVE SPACES TO WS-LIGNE-TOTAL.
115700     MOVE "  DONT DOUBLES    :" TO TOT-LIBELLE.
115800     MOVE WS-NB-DOUBLES TO TOT-NB.
115900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
116000     WRITE REGR-LIGNE.
116100     MOVE SPACES TO WS-LIGNE-TOTAL.
116200     MOVE "  DONT DISCORDANT.:" TO TOT-LIBELLE.
116300     MOVE WS-NB-DISCORDANTES TO TOT-NB.
116400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
116500     WRITE REGR-LIGNE.
116600     MOVE SPACES TO WS-LIGNE-TOTAL.
116700     MOVE "DEJA INSCRITES    :" TO TOT-LIBELLE.
116800     MOVE WS-NB-DEJA-INSCRITES TO TOT-NB.
116900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
117000     WRITE REGR-LIGNE.
117100     MOVE SPACES TO WS-LIGNE-TOTAL.
117200     MOVE "A CONFIRMER       :" TO TOT-LIBELLE.
117300     MOVE WS-NB-A-CONFIRMER TO TOT-NB.
117400     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
117500     WRITE REGR-LIGNE.
117600     MOVE SPACES TO WS-LIGNE-TOTAL.
117700     MOVE "ENREG. ARCHIVES   :" TO TOT-LIBELLE.
117800     MOVE WS-NB-ARCHIVES TO TOT-NB.
117900     MOVE WS-LIGNE-TOTAL TO REGR-LIGNE.
118000     WRITE REGR-LIGNE.
118100 4000-EXIT.
118200     EXIT.
118300*
118400*///////////////////////////////////////////////////////////////
118500*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
118600*///////////////////////////////////////////////////////////////
118700 9000-TERMINAISON SECTION.
118800 9000-DEBUT.
118900     CLOSE PMGCREGR.
119000     CLOSE PMGCJRNR.
119100     CLOSE RIBREMR.
119200     CLOSE PMGLREGR.
119300     DISPLAY "BPRIB31 - TRANSACTIONS LUES : " WS-NB-TRAN-LUES.
119400     DISPLAY "BPRIB31 - APPLIQUEES        : "
119500             WS-NB-TRAN-APPLIQUEES.
119600     DISPLAY "BPRIB31 - REJETEES          : " WS-NB-TRAN-REJETEES.
119700     DISPLAY "BPRIB31 - REMISES INSCRITES : " WS-NB-INSCRITES.
119800     DISPLAY "BPRIB31 - DONT DOUBLES      : " WS-NB-DOUBLES.
119900     DISPLAY "BPRIB31 - DONT DISCORDANTES : " WS-NB-DISCORDANTES.
120000     DISPLAY "BPRIB31 - A CONFIRMER       : " WS-NB-A-CONFIRMER.
120100 9000-EXIT.
120200     EXIT.
120300*
120400*///////////////////////////////////////////////////////////////
120500*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) : 08 DES QU'UNE*
120600*                    REMISE EST LE DOUBLE D'UNE REMISE DEJA     *
120700*                    TRANSMISE, A UN TOTAL DISCORDANT OU EST A  *
120800*                    CONFIRMER, SINON                           *
120900*                    SELON LE SEUIL DU FICHIER DE PILOTAGE      *
121000*                    PMGCPILO, ET ENREGISTREMENT DE FIN DE JOB  *
121100*                    DANS PMGCFINJ POUR L'ORDONNANCEUR          *
121200*///////////////////////////////////////////////////////////////
121300 9500-FIN-DE-JOB SECTION.
121400 9500-DEBUT.
121500     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
121600     MOVE ZERO TO WS-TAUX-REJET.
121700     IF WS-NB-TRAN-LUES > ZERO
121800         COMPUTE WS-TAUX-REJET ROUNDED
121900             = (WS-NB-TRAN-REJETEES * 100) / WS-NB-TRAN-LUES.
122000     IF WS-CODE-RETOUR = 12
122100         GO TO 9500-ECRITURE.
122200     MOVE ZERO TO WS-CODE-RETOUR.
122300     IF WS-NB-TRAN-REJETEES > ZERO
122400         OR WS-NB-SANS-NUMERO > ZERO
122500         MOVE 4 TO WS-CODE-RETOUR.
122600     IF WS-NB-DOUBLES > ZERO
122700         OR WS-NB-DISCORDANTES > ZERO
122800         OR WS-NB-A-CONFIRMER > ZERO
122900         OR WS-TAUX-REJET > WS-SEUIL-REJET
123000         MOVE 8 TO WS-CODE-RETOUR.
123100 9500-ECRITURE.
123200     OPEN EXTEND PMGCFINJ.
123300     IF WS-STATUT-PMGCFINJ NOT = "00"
123400         OPEN OUTPUT PMGCFINJ.
123500     MOVE SPACES         TO FINJ-ENREG.
123600     MOVE "BPRIB31"     TO FINJ-PROG.
123700     MOVE WS-DATE-JOUR   TO FINJ-DATE.
123800     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
123900     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
124000     COMPUTE FINJ-NB-LUS = WS-NB-TRAN-LUES + WS-NB-REM.
124100     COMPUTE FINJ-NB-REJETS = WS-NB-TRAN-REJETEES + WS-NB-DOUBLES
124200                            + WS-NB-DISCORDANTES.
124300     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
124400     WRITE FINJ-ENREG.
124500     CLOSE PMGCFINJ.
124600     DISPLAY "BPRIB31 - CODE RETOUR : " WS-CODE-RETOUR.
124700 9500-EXIT.
124800     EXIT.
124900*
125000 9600-LIRE-SEUIL SECTION.
125100 9600-DEBUT.
125200     OPEN INPUT PMGCPILO.
125300     IF WS-STATUT-PMGCPILO NOT = "00"
125400         GO TO 9600-EXIT.
125500 9600-BOUCLE.
125600     READ PMGCPILO
125700         AT END
125800             CLOSE PMGCPILO
125900             GO TO 9600-EXIT.
126000     IF PIL-PROG NOT = "BPRIB31"
126100         GO TO 9600-BOUCLE.
126200     IF PIL-SEUIL-REJET NUMERIC
126300         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
126400     CLOSE PMGCPILO.
126500 9600-EXIT.
126600     EXIT.
