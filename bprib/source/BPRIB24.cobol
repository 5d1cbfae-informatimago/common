   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB24.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB24 - RAPPROCHEMENT DU RELEVE DE COMPTE BANCAIRE DES     *
  1200*             COMPTES EMETTEURS AVEC LES REMISES EMISES         *
  1300*                                                                *
  1400*   EN TROIS TEMPS, CHAQUE JOUR A RECEPTION DU RELEVE :          *
  1500*     1. LES TOTAUX PAR COMPTE EMETTEUR DES REMISES DU JOUR      *
  1600*        (RIBREMIS, RIBREMSA, PUIS RIBPRELV SUR LE COMPTE        *
  1700*        DESIGNE PAR RIBRAPP) ENTRENT DANS LE STOCK PMGCRAPR DES *
  1800*        REMISES A RAPPROCHER ; UNE REMISE DEJA EN STOCK N'EST   *
  1900*        PAS REPRISE DEUX FOIS (RELANCE SANS RISQUE)             *
  2000*     2. CHAQUE OPERATION DU RELEVE CFONB 120 RIBRELV (CF        *
  2100*        CYWRELV) D'UN COMPTE EMETTEUR EST RAPPROCHEE, SUR LE    *
  2200*        COMPTE, LE SENS ET LE MONTANT, DE LA PLUS ANCIENNE      *
  2300*        REMISE EN ATTENTE DU COMPTE DE DATE NON POSTERIEURE ;   *
  2400*        A DEFAUT, SI LA REMISE EST DEJA RAPPROCHEE, L'OPERATION *
  2500*        EST SIGNALEE EN DOUBLE, SINON SANS REMISE               *
  2600*        CORRESPONDANTE                                          *
  2700*     3. LES REMISES TOUJOURS EN ATTENTE ET ANTERIEURES A LA     *
  2800*        DATE LIMITE RIBRAPP (J+2 DEPASSE) SONT SIGNALEES NON    *
  2900*        DEBITEES (NON CREDITEES POUR LES PRELEVEMENTS)          *
  3000*   LES MONTANTS DU RELEVE SONT EN EUROS A DEUX DECIMALES.       *
  3100*                                                                *
  3200****************************************************************
  3300* MODIFICATIONS
  3400*   2026-10-15 JLB  CREATION INITIALE
  3410*   2026-10-15 JLB  NUMERO DE REMISE (REGISTRE PMGCREGR) PORTE
  3420*                   DANS LA CLE DU STOCK PMGCRAPR ET RAPPROCHE
  3430*                   EN PRIORITE DU NUMERO RESTITUE PAR LA
  3440*                   BANQUE DANS LA REFERENCE DE L'OPERATION ;
  3450*                   A DEFAUT, RAPPROCHEMENT SUR LA DATE. LE
  3460*                   NUMERO EST EDITE SUR L'ETAT
  3500****************************************************************
  3600 ENVIRONMENT DIVISION.
  3700 CONFIGURATION SECTION.
  3800 SOURCE-COMPUTER. LEVEL-64.
  3900 OBJECT-COMPUTER. LEVEL-64.
  4000 INPUT-OUTPUT SECTION.
  4100 FILE-CONTROL.
  4200     COPY SELECT-RIBRAPP.
  4300     COPY SELECT-PMGCEMET.
  4400     COPY SELECT-RIBREMIS.
  4500     COPY SELECT-RIBREMSA.
  4600     COPY SELECT-RIBPRELV.
  4700     COPY SELECT-RIBRELV.
  4800     COPY SELECT-PMGCRAPR.
  4900     COPY SELECT-PMGLRELV.
  5000     COPY SELECT-PMGCPILO.
  5100     COPY SELECT-PMGCFINJ.
  5200*
  5300 DATA DIVISION.
  5400 FILE SECTION.
  5500     COPY FD-RIBRAPP.
  5600     COPY FD-PMGCEMET.
  5700     COPY FD-RIBREMIS.
  5800     COPY FD-RIBREMSA.
  5900     COPY FD-RIBPRELV.
  6000     COPY FD-RIBRELV.
  6100     COPY FD-PMGCRAPR.
  6200     COPY FD-PMGLRELV.
  6300     COPY FD-PMGCPILO.
  6400     COPY FD-PMGCFINJ.
  6500*
  6600 WORKING-STORAGE SECTION.
  6700 77  WS-STATUT-RIBRAPP          PIC XX VALUE SPACES.
  6800 77  WS-STATUT-PMGCEMET         PIC XX VALUE SPACES.
  6900 77  WS-STATUT-RIBREMIS         PIC XX VALUE SPACES.
  7000 77  WS-STATUT-RIBREMSA         PIC XX VALUE SPACES.
  7100 77  WS-STATUT-RIBPRELV         PIC XX VALUE SPACES.
  7200 77  WS-STATUT-RIBRELV          PIC XX VALUE SPACES.
  7300 77  WS-STATUT-PMGCRAPR         PIC XX VALUE SPACES.
  7400 77  WS-STATUT-PMGLRELV         PIC XX VALUE SPACES.
  7500 77  WS-IND-FIN-EMET            PIC X VALUE "N".
  7600     88  WS-FIN-EMET                VALUE "O".
  7700 77  WS-IND-FIN-REMISE          PIC X VALUE "N".
  7800     88  WS-FIN-REMISE              VALUE "O".
  7900 77  WS-IND-FIN-RAPR            PIC X VALUE "N".
  8000     88  WS-FIN-RAPR                VALUE "O".
  8100 77  WS-IND-TROUVE              PIC X VALUE "N".
  8200     88  WS-TROUVE                  VALUE "O".
  8300 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  8400 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  8500 77  WS-DATE-REMISE             PIC 9(08) VALUE ZERO.
  8600 77  WS-E                       PIC 9(02) COMP VALUE ZERO.
  8700 77  WS-K                       PIC 9(02) COMP VALUE ZERO.
  8800*
  8900*    PARAMETRES DU RAPPROCHEMENT (CF RIBRAPP)
  9000 77  WS-DATE-LIMITE             PIC 9(08) VALUE ZERO.
  9100 77  WS-EMET-PRELV              PIC X(05) VALUE SPACES.
  9200*
  9300*    REMISE DE VIREMENTS EN COURS D'ENTREE EN STOCK (F = RIBREMIS,
  9400*    S = RIBREMSA)
  9500 77  WS-TYPE-REMISE             PIC X(01) VALUE SPACES.
  9600     88  WS-TYPE-SALAIRES           VALUE "S".
  9700*
  9800*    OPERATION DU RELEVE EN COURS : SENS, MONTANT ET DATE DE
  9900*    COMPTABILISATION DECODES
 10000 77  WS-SENS-OPER               PIC X(01) VALUE SPACES.
 10100 77  WS-MT-OPER                 PIC 9(13)V99 VALUE ZERO.
 10200 77  WS-DATE-OPER               PIC 9(08) VALUE ZERO.
 10250*    NUMERO DE REMISE RECHERCHE (ZERO = RAPPROCHEMENT SUR LA
 10260*    DATE SEULE)
 10270 77  WS-NO-REMISE-OPER          PIC 9(08) VALUE ZERO.
 10300 01  WS-CLE-DOUBLE.
 10400     05  DBL-EMET-ID            PIC X(05).
 10500     05  DBL-DATE-REMISE        PIC 9(08).
 10600     05  DBL-TYPE               PIC X(01).
 10650     05  DBL-NO-REMISE          PIC 9(08).
 10700*
 10800*    SURPERPOSITION DU SIGNE SUR LE DERNIER CHIFFRE DU MONTANT
 10900*    CFONB (RANG DANS LA TABLE = CHIFFRE + 1)
 11000 01  WS-SIGNES-CREDIT           PIC X(10) VALUE "{ABCDEFGHI".
 11100 01  WS-TAB-CREDIT REDEFINES WS-SIGNES-CREDIT.
 11200     05  WS-SIGNE-C             PIC X(01) OCCURS 10 TIMES.
 11300 01  WS-SIGNES-DEBIT            PIC X(10) VALUE "}JKLMNOPQR".
 11400 01  WS-TAB-DEBIT REDEFINES WS-SIGNES-DEBIT.
 11500     05  WS-SIGNE-D             PIC X(01) OCCURS 10 TIMES.
 11600*
 11700 01  WS-COMPTEURS.
 11800     05  WS-NB-STOCKEES         PIC 9(07) COMP VALUE ZERO.
 11900     05  WS-NB-DEJA-STOCK       PIC 9(07) COMP VALUE ZERO.
 12000     05  WS-NB-LUES             PIC 9(07) COMP VALUE ZERO.
 12100     05  WS-NB-RAPPROCHEES      PIC 9(07) COMP VALUE ZERO.
 12200     05  WS-NB-DOUBLES          PIC 9(07) COMP VALUE ZERO.
 12300     05  WS-NB-SANS-REMISE      PIC 9(07) COMP VALUE ZERO.
 12400     05  WS-NB-HORS-EMET        PIC 9(07) COMP VALUE ZERO.
 12500     05  WS-NB-ILLISIBLES       PIC 9(07) COMP VALUE ZERO.
 12600     05  WS-NB-NON-DEBITEES     PIC 9(07) COMP VALUE ZERO.
 12700     05  WS-NB-REJETEES         PIC 9(07) COMP VALUE ZERO.
 12800 01  WS-MONTANTS.
 12900     05  WS-MT-RAPPROCHE        PIC 9(13)V99 VALUE ZERO.
 13000     05  WS-MT-DOUBLE           PIC 9(13)V99 VALUE ZERO.
 13100     05  WS-MT-SANS-REMISE      PIC 9(13)V99 VALUE ZERO.
 13200     05  WS-MT-NON-DEBITE       PIC 9(13)V99 VALUE ZERO.
 13300*
 13400*    TABLE DES COMPTES EMETTEURS (CF PMGCEMET), AVEC LE DECOUPAGE
 13500*    BANQUE / GUICHET / COMPTE DE L'IBAN FRANCAIS PORTE PAR LE
 13600*    RELEVE
 13700 01  WS-TAB-EMETTEURS.
 13800     05  WS-NB-EMET             PIC 9(02) COMP VALUE ZERO.
 13900     05  WS-EMET OCCURS 20 TIMES.
 14000         10  EMT-T-ID           PIC X(05).
 14100         10  EMT-T-IBAN         PIC X(27).
 14200         10  EMT-T-IBAN-FR REDEFINES EMT-T-IBAN.
 14300             15  FILLER         PIC X(04).
 14400             15  EMT-T-BANQUE   PIC X(05).
 14500             15  EMT-T-GUICHET  PIC X(05).
 14600             15  EMT-T-COMPTE   PIC X(11).
 14700             15  FILLER         PIC X(02).
 14800*
 14900 01  WS-LIGNE-DETAIL.
 15000     05  FILLER                 PIC X(01) VALUE SPACES.
 15100     05  DET-EMET-ID            PIC X(05).
 15200     05  FILLER                 PIC X(01) VALUE SPACES.
 15300     05  DET-DATE-REMISE        PIC X(08).
 15400     05  FILLER                 PIC X(01) VALUE SPACES.
 15500     05  DET-TYPE               PIC X(01).
 15600     05  FILLER                 PIC X(01) VALUE SPACES.
 15700     05  DET-DATE-OPER          PIC X(08).
 15800     05  FILLER                 PIC X(01) VALUE SPACES.
 15900     05  DET-SENS               PIC X(01).
 16000     05  FILLER                 PIC X(01) VALUE SPACES.
 16100     05  DET-MONTANT            PIC Z(12)9.99.
 16200     05  FILLER                 PIC X(01) VALUE SPACES.
 16300     05  DET-LIBELLE            PIC X(31).
 16400     05  FILLER                 PIC X(01) VALUE SPACES.
 16500     05  DET-DISPOSITION        PIC X(26).
 16550     05  FILLER                 PIC X(01) VALUE SPACES.
 16560     05  DET-NO-REMISE          PIC X(08).
 16600     05  FILLER                 PIC X(19) VALUE SPACES.
 16700*
 16800 01  WS-LIGNE-TITRE.
 16900     05  FILLER                 PIC X(03) VALUE SPACES.
 17000     05  TIT-LIBELLE            PIC X(50).
 17100     05  TIT-DATE               PIC X(08).
 17200     05  FILLER                 PIC X(71) VALUE SPACES.
 17300*
 17400 01  WS-LIGNE-TOTAL.
 17500     05  FILLER                 PIC X(20) VALUE SPACES.
 17600     05  TOT-LIBELLE            PIC X(20).
 17700     05  TOT-NB                 PIC ZZZZZZ9.
 17800     05  FILLER                 PIC X(85) VALUE SPACES.
 17900 01  WS-LIGNE-MONTANT.
 18000     05  FILLER                 PIC X(20) VALUE SPACES.
 18100     05  MNT-LIBELLE            PIC X(20).
 18200     05  MNT-MONTANT            PIC Z(12)9.99.
 18300     05  FILLER                 PIC X(76) VALUE SPACES.
 18400*
 18500 01  WS-LIGNE-ENTETE-1.
 18600     05  FILLER                 PIC X(60) VALUE
 18700         "ETAT DU RAPPROCHEMENT DU RELEVE BANCAIRE - BPRIB24".
 18800     05  FILLER                 PIC X(72) VALUE SPACES.
 18900 01  WS-LIGNE-ENTETE-2.
 19000     05  FILLER                 PIC X(01) VALUE SPACES.
 19100     05  FILLER                 PIC X(05) VALUE "EMET.".
 19200     05  FILLER                 PIC X(01) VALUE SPACES.
 19300     05  FILLER                 PIC X(08) VALUE "REMISE".
 19400     05  FILLER                 PIC X(01) VALUE SPACES.
 19500     05  FILLER                 PIC X(01) VALUE "T".
 19600     05  FILLER                 PIC X(01) VALUE SPACES.
 19700     05  FILLER                 PIC X(08) VALUE "OPER.".
 19800     05  FILLER                 PIC X(01) VALUE SPACES.
 19900     05  FILLER                 PIC X(01) VALUE "S".
 20000     05  FILLER                 PIC X(01) VALUE SPACES.
 20100     05  FILLER                 PIC X(16) VALUE
 20200         "         MONTANT".
 20300     05  FILLER                 PIC X(01) VALUE SPACES.
 20400     05  FILLER                 PIC X(31) VALUE "LIBELLE".
 20500     05  FILLER                 PIC X(01) VALUE SPACES.
 20600     05  FILLER                 PIC X(26) VALUE "DISPOSITION".
 20650     05  FILLER                 PIC X(01) VALUE SPACES.
 20660     05  FILLER                 PIC X(08) VALUE "NO REM.".
 20700     05  FILLER                 PIC X(19) VALUE SPACES.
 20800*
 20900*
 21000*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 21100 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 21200 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 21300 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 21400 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 21500 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 21600*
 21700 PROCEDURE DIVISION.
 21800*
 21900*///////////////////////////////////////////////////////////////
 22000*  0000-MAINLINE                                                *
 22100*///////////////////////////////////////////////////////////////
 22200 0000-MAINLINE SECTION.
 22300 0000-DEBUT.
 22400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 22500     PERFORM 2000-ENTREE-REMISES THRU 2000-EXIT.
 22600     PERFORM 3000-RELEVE THRU 3000-EXIT.
 22700     PERFORM 4000-NON-DEBITEES THRU 4000-EXIT.
 22800     PERFORM 5000-EDITION-TOTAUX THRU 5000-EXIT.
 22900     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 23000 0000-EXIT.
 23100     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 23200     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 23300     STOP RUN.
 23400*
 23500*///////////////////////////////////////////////////////////////
 23600*  1000-INITIALISATION - PARAMETRES, COMPTES EMETTEURS,         *
 23700*                        OUVERTURE DES FICHIERS ET ENTETE       *
 23800*///////////////////////////////////////////////////////////////
 23900 1000-INITIALISATION SECTION.
 24000 1000-DEBUT.
 24100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 24200     ACCEPT WS-HEURE-JOUR FROM TIME.
 24300     PERFORM 1100-LECTURE-PARAMETRES THRU 1100-EXIT.
 24400     PERFORM 1200-CHARGER-EMETTEURS THRU 1200-EXIT.
 24500     IF WS-NB-EMET = ZERO
 24600         DISPLAY "BPRIB24 - AUCUN COMPTE EMETTEUR DANS "
 24700                 "PMGCEMET, RAPPROCHEMENT IMPOSSIBLE"
 24800         MOVE 12 TO WS-CODE-RETOUR
 24900         GO TO 0000-EXIT.
 25000     OPEN I-O PMGCRAPR.
 25100*        PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE
 25200     IF WS-STATUT-PMGCRAPR NOT = "00"
 25300         OPEN OUTPUT PMGCRAPR
 25400         CLOSE PMGCRAPR
 25500         OPEN I-O PMGCRAPR.
 25600     IF WS-STATUT-PMGCRAPR NOT = "00"
 25700         DISPLAY "BPRIB24 - ERREUR OUVERTURE PMGCRAPR "
 25800                 WS-STATUT-PMGCRAPR
 25900         MOVE 12 TO WS-CODE-RETOUR
 26000         GO TO 0000-EXIT.
 26100     OPEN OUTPUT PMGLRELV.
 26200     MOVE WS-LIGNE-ENTETE-1 TO RELV-LIGNE.
 26300     WRITE RELV-LIGNE.
 26400     MOVE WS-LIGNE-ENTETE-2 TO RELV-LIGNE.
 26500     WRITE RELV-LIGNE.
 26600 1000-EXIT.
 26700     EXIT.
 26800*
 26900*///////////////////////////////////////////////////////////////
 27000*  1100-LECTURE-PARAMETRES - DATE LIMITE DE DEBIT ET COMPTE DES *
 27100*                            PRELEVEMENTS (RIBRAPP, FACULTATIF) *
 27200*///////////////////////////////////////////////////////////////
 27300 1100-LECTURE-PARAMETRES SECTION.
 27400 1100-DEBUT.
 27500     OPEN INPUT RIBRAPP.
 27600     IF WS-STATUT-RIBRAPP NOT = "00"
 27700         DISPLAY "BPRIB24 - RIBRAPP ABSENT, NI CONTROLE DES "
 27800                 "REMISES NON DEBITEES NI RAPPROCHEMENT DES "
 27900                 "PRELEVEMENTS"
 28000         GO TO 1100-EXIT.
 28100     READ RIBRAPP
 28200         AT END
 28300             DISPLAY "BPRIB24 - RIBRAPP VIDE, NI CONTROLE DES "
 28400                     "REMISES NON DEBITEES NI RAPPROCHEMENT DES "
 28500                     "PRELEVEMENTS"
 28600             CLOSE RIBRAPP
 28700             GO TO 1100-EXIT.
 28800     IF RAPP-DATE-LIMITE NUMERIC
 28900         MOVE RAPP-DATE-LIMITE TO WS-DATE-LIMITE.
 29000     MOVE RAPP-EMET-PRELV TO WS-EMET-PRELV.
 29100     CLOSE RIBRAPP.
 29200 1100-EXIT.
 29300     EXIT.
 29400*
 29500*///////////////////////////////////////////////////////////////
 29600*  1200-CHARGER-EMETTEURS - CHARGEMENT EN TABLE DES COMPTES     *
 29700*                           EMETTEURS DE PMGCEMET (Y COMPRIS    *
 29800*                           INACTIFS, DONT LE RELEVE PEUT ENCORE *
 29900*                           PORTER DES REMISES)                 *
 30000*///////////////////////////////////////////////////////////////
 30100 1200-CHARGER-EMETTEURS SECTION.
 30200 1200-DEBUT.
 30300     OPEN INPUT PMGCEMET.
 30400     IF WS-STATUT-PMGCEMET NOT = "00"
 30500         DISPLAY "BPRIB24 - ERREUR OUVERTURE PMGCEMET "
 30600                 WS-STATUT-PMGCEMET
 30700         GO TO 1200-EXIT.
 30800     MOVE LOW-VALUES TO EMT-ID.
 30900     START PMGCEMET KEY IS NOT LESS THAN EMT-ID
 31000         INVALID KEY
 31100             MOVE "O" TO WS-IND-FIN-EMET.
 31200 1200-BOUCLE.
 31300     IF WS-FIN-EMET
 31400         GO TO 1200-FIN.
 31500     READ PMGCEMET NEXT RECORD
 31600         AT END
 31700             GO TO 1200-FIN.
 31800     IF WS-NB-EMET >= 20
 31900         DISPLAY "BPRIB24 - PLUS DE 20 COMPTES EMETTEURS, "
 32000                 "SUITE IGNOREE"
 32100         GO TO 1200-FIN.
 32200     ADD 1 TO WS-NB-EMET.
 32300     MOVE WS-NB-EMET  TO WS-E.
 32400     MOVE EMT-ID      TO EMT-T-ID      (WS-E).
 32500     MOVE EMT-IBAN    TO EMT-T-IBAN    (WS-E).
 32600     GO TO 1200-BOUCLE.
 32700 1200-FIN.
 32800     CLOSE PMGCEMET.
 32900 1200-EXIT.
 33000     EXIT.
 33100*
 33200*///////////////////////////////////////////////////////////////
 33300*  2000-ENTREE-REMISES - ENTREE EN STOCK DES TOTAUX PAR COMPTE  *
 33400*                        EMETTEUR DES REMISES DU JOUR           *
 33500*///////////////////////////////////////////////////////////////
 33600 2000-ENTREE-REMISES SECTION.
 33700 2000-DEBUT.
 33800     MOVE SPACES TO RELV-LIGNE.
 33900     WRITE RELV-LIGNE.
 34000     MOVE SPACES TO WS-LIGNE-TITRE.
 34100     MOVE "REMISES ENTREES EN RAPPROCHEMENT LE " TO TIT-LIBELLE.
 34200     MOVE WS-DATE-JOUR TO TIT-DATE.
 34300     MOVE WS-LIGNE-TITRE TO RELV-LIGNE.
 34400     WRITE RELV-LIGNE.
 34500     OPEN INPUT RIBREMIS.
 34600     IF WS-STATUT-RIBREMIS NOT = "00"
 34700         DISPLAY "BPRIB24 - PAS DE REMISE DE VIREMENTS RIBREMIS"
 34800         GO TO 2000-PRELEVEMENTS.
 34900     OPEN INPUT RIBREMSA.
 35000     MOVE "F" TO WS-TYPE-REMISE.
 35100     PERFORM 2100-REMISE-VIREMENTS THRU 2100-EXIT.
 35200     IF WS-STATUT-RIBREMSA = "00"
 35300         MOVE "S" TO WS-TYPE-REMISE
 35400         PERFORM 2100-REMISE-VIREMENTS THRU 2100-EXIT
 35500         CLOSE RIBREMSA.
 35600     CLOSE RIBREMIS.
 35700 2000-PRELEVEMENTS.
 35800     IF WS-EMET-PRELV = SPACES
 35900         GO TO 2000-EXIT.
 36000     OPEN INPUT RIBPRELV.
 36100     IF WS-STATUT-RIBPRELV NOT = "00"
 36200         DISPLAY "BPRIB24 - PAS DE REMISE DE PRELEVEMENTS "
 36300                 "RIBPRELV"
 36400         GO TO 2000-EXIT.
 36500     MOVE ZERO TO WS-DATE-REMISE.
 36600 2000-BOUCLE-PRELV.
 36700     READ RIBPRELV
 36800         AT END
 36900             GO TO 2000-FIN-PRELV.
 37000     IF PRL-ENTETE
 37100         MOVE PRL-ENT-DATE-REMISE TO WS-DATE-REMISE
 37200         GO TO 2000-BOUCLE-PRELV.
 37300     IF NOT PRL-TOTAL OR PRL-TOT-MONTANT = ZERO
 37400         GO TO 2000-BOUCLE-PRELV.
 37500     MOVE WS-EMET-PRELV   TO RAP-EMET-ID.
 37600     MOVE WS-DATE-REMISE  TO RAP-DATE-REMISE.
 37700     MOVE "P"             TO RAP-TYPE.
 37800     MOVE "C"             TO RAP-SENS.
 37900     MOVE PRL-TOT-NB      TO RAP-NB.
 38000     MOVE PRL-TOT-MONTANT TO RAP-MONTANT.
 38010     MOVE ZERO            TO RAP-NO-REMISE.
 38020     IF PRL-TOT-NO-REMISE NUMERIC
 38030         MOVE PRL-TOT-NO-REMISE TO RAP-NO-REMISE.
 38100     PERFORM 2300-STOCKER-REMISE THRU 2300-EXIT.
 38200     GO TO 2000-BOUCLE-PRELV.
 38300 2000-FIN-PRELV.
 38400     CLOSE RIBPRELV.
 38500 2000-EXIT.
 38600     EXIT.
 38700*
 38800*///////////////////////////////////////////////////////////////
 38900*  2100-REMISE-VIREMENTS - LECTURE D'UNE REMISE DE VIREMENTS    *
 39000*                          (RIBREMIS OU RIBREMSA SELON          *
 39100*                          WS-TYPE-REMISE) : CHAQUE TOTAL PAR   *
 39200*                          COMPTE EMETTEUR NON NUL ENTRE EN     *
 39300*                          STOCK, LE TOTAL GENERAL EST IGNORE   *
 39400*///////////////////////////////////////////////////////////////
 39500 2100-REMISE-VIREMENTS SECTION.
 39600 2100-DEBUT.
 39700     MOVE ZERO TO WS-DATE-REMISE.
 39800     MOVE "N" TO WS-IND-FIN-REMISE.
 39900 2100-BOUCLE.
 40000     PERFORM 2200-LECTURE-REMISE THRU 2200-EXIT.
 40100     IF WS-FIN-REMISE
 40200         GO TO 2100-EXIT.
 40300     IF REM-ENTETE
 40400         MOVE REM-ENT-DATE-REMISE TO WS-DATE-REMISE
 40500         GO TO 2100-BOUCLE.
 40600     IF NOT REM-TOTAL OR REM-EMET-ID = SPACES
 40700         GO TO 2100-BOUCLE.
 40800     IF REM-TOT-MONTANT = ZERO
 40900         GO TO 2100-BOUCLE.
 41000     MOVE REM-EMET-ID     TO RAP-EMET-ID.
 41100     MOVE WS-DATE-REMISE  TO RAP-DATE-REMISE.
 41200     MOVE WS-TYPE-REMISE  TO RAP-TYPE.
 41300     MOVE "D"             TO RAP-SENS.
 41400     MOVE REM-TOT-NB      TO RAP-NB.
 41500     MOVE REM-TOT-MONTANT TO RAP-MONTANT.
 41510     MOVE ZERO            TO RAP-NO-REMISE.
 41520     IF REM-TOT-NO-REMISE NUMERIC
 41530         MOVE REM-TOT-NO-REMISE TO RAP-NO-REMISE.
 41600     PERFORM 2300-STOCKER-REMISE THRU 2300-EXIT.
 41700     GO TO 2100-BOUCLE.
 41800 2100-EXIT.
 41900     EXIT.
 42000*
 42100 2200-LECTURE-REMISE SECTION.
 42200 2200-DEBUT.
 42300     IF WS-TYPE-SALAIRES
 42400         GO TO 2200-SALAIRES.
 42500     READ RIBREMIS
 42600         AT END
 42700             MOVE "O" TO WS-IND-FIN-REMISE.
 42800     GO TO 2200-EXIT.
 42900 2200-SALAIRES.
 43000     READ RIBREMSA INTO REM-ENREG
 43100         AT END
 43200             MOVE "O" TO WS-IND-FIN-REMISE.
 43300 2200-EXIT.
 43400     EXIT.
 43500*
 43600*///////////////////////////////////////////////////////////////
 43700*  2300-STOCKER-REMISE - ECRITURE DE LA REMISE PREPAREE DANS    *
 43800*                        RAP-ENREG, SI ELLE N'EST PAS DEJA EN   *
 43900*                        STOCK                                  *
 44000*///////////////////////////////////////////////////////////////
 44100 2300-STOCKER-REMISE SECTION.
 44200 2300-DEBUT.
 44300     MOVE "A"          TO RAP-STATUT.
 44400     MOVE WS-DATE-JOUR TO RAP-DATE-ENTREE.
 44500     MOVE ZERO         TO RAP-DATE-OPER.
 44600     MOVE ZERO         TO RAP-NB-OPER.
 44700     WRITE RAP-ENREG
 44800         INVALID KEY
 44900             ADD 1 TO WS-NB-DEJA-STOCK
 45000             GO TO 2300-EXIT.
 45200     ADD 1 TO WS-NB-STOCKEES.
 45300     MOVE SPACES          TO WS-LIGNE-DETAIL.
 45400     MOVE RAP-EMET-ID     TO DET-EMET-ID.
 45500     MOVE RAP-DATE-REMISE TO DET-DATE-REMISE.
 45600     MOVE RAP-TYPE        TO DET-TYPE.
 45700     MOVE RAP-SENS        TO DET-SENS.
 45800     MOVE RAP-MONTANT     TO DET-MONTANT.
 45850     MOVE RAP-NO-REMISE   TO DET-NO-REMISE.
 45900     MOVE "EN ATTENTE DU RELEVE" TO DET-DISPOSITION.
 46000     MOVE WS-LIGNE-DETAIL TO RELV-LIGNE.
 46100     WRITE RELV-LIGNE.
 46200 2300-EXIT.
 46300     EXIT.
 46400*
 46500*///////////////////////////////////////////////////////////////
 46600*  3000-RELEVE - RAPPROCHEMENT DES OPERATIONS DU RELEVE RIBRELV *
 46700*///////////////////////////////////////////////////////////////
 46800 3000-RELEVE SECTION.
 46900 3000-DEBUT.
 47000     MOVE SPACES TO RELV-LIGNE.
 47100     WRITE RELV-LIGNE.
 47200     MOVE SPACES TO WS-LIGNE-TITRE.
 47300     MOVE "OPERATIONS DU RELEVE BANCAIRE DU " TO TIT-LIBELLE.
 47400     MOVE WS-DATE-JOUR TO TIT-DATE.
 47500     MOVE WS-LIGNE-TITRE TO RELV-LIGNE.
 47600     WRITE RELV-LIGNE.
 47700     OPEN INPUT RIBRELV.
 47800     IF WS-STATUT-RIBRELV NOT = "00"
 47900         DISPLAY "BPRIB24 - PAS DE RELEVE BANCAIRE RIBRELV "
 48000                 WS-STATUT-RIBRELV
 48100         GO TO 3000-EXIT.
 48200 3000-BOUCLE.
 48300     READ RIBRELV
 48400         AT END
 48500             GO TO 3000-FIN.
 48600     IF NOT RLV-OPERATION
 48700         GO TO 3000-BOUCLE.
 48800     PERFORM 3100-OPERATION THRU 3100-EXIT.
 48900     GO TO 3000-BOUCLE.
 49000 3000-FIN.
 49100     CLOSE RIBRELV.
 49200 3000-EXIT.
 49300     EXIT.
 49400*
 49500*///////////////////////////////////////////////////////////////
 49600*  3100-OPERATION - DECODAGE D'UNE OPERATION DU RELEVE ET       *
 49700*                   RECHERCHE DE LA REMISE QU'ELLE SOLDE        *
 49800*///////////////////////////////////////////////////////////////
 49900 3100-OPERATION SECTION.
 50000 3100-DEBUT.
 50100     ADD 1 TO WS-NB-LUES.
 50200     MOVE SPACES       TO WS-LIGNE-DETAIL.
 50300     MOVE RLV-LIBELLE  TO DET-LIBELLE.
 50400     PERFORM 3200-DECODER-OPERATION THRU 3200-EXIT.
 50500     IF WS-SENS-OPER = SPACES
 50600         ADD 1 TO WS-NB-ILLISIBLES
 50700         ADD 1 TO WS-NB-REJETEES
 50800         MOVE "MONTANT ILLISIBLE" TO DET-DISPOSITION
 50900         GO TO 3100-EDITION.
 51000     MOVE WS-DATE-OPER TO DET-DATE-OPER.
 51100     MOVE WS-SENS-OPER TO DET-SENS.
 51200     MOVE WS-MT-OPER   TO DET-MONTANT.
 51300     PERFORM 3300-RECHERCHE-EMETTEUR THRU 3300-EXIT.
 51400     IF NOT WS-TROUVE
 51500         ADD 1 TO WS-NB-HORS-EMET
 51600         MOVE "COMPTE HORS EMETTEURS" TO DET-DISPOSITION
 51700         GO TO 3100-EDITION.
 51800     MOVE EMT-T-ID (WS-E) TO DET-EMET-ID.
 51900     PERFORM 3400-RECHERCHE-REMISE THRU 3400-EXIT.
 52000     IF WS-TROUVE
 52100         ADD 1 TO WS-NB-RAPPROCHEES
 52200         ADD WS-MT-OPER TO WS-MT-RAPPROCHE
 52300         MOVE "RAPPROCHEE" TO DET-DISPOSITION
 52400         GO TO 3100-EDITION.
 52500     IF DBL-EMET-ID NOT = SPACES
 52600         PERFORM 3500-OPERATION-DOUBLE THRU 3500-EXIT
 52700         GO TO 3100-EDITION.
 52800     ADD 1 TO WS-NB-SANS-REMISE.
 52900     ADD WS-MT-OPER TO WS-MT-SANS-REMISE.
 53000     MOVE "SANS REMISE CORRESPONDANTE" TO DET-DISPOSITION.
 53100 3100-EDITION.
 53200     MOVE WS-LIGNE-DETAIL TO RELV-LIGNE.
 53300     WRITE RELV-LIGNE.
 53400 3100-EXIT.
 53500     EXIT.
 53600*
 53700*///////////////////////////////////////////////////////////////
 53800*  3200-DECODER-OPERATION - SENS ET MONTANT (SIGNE SURPERPOSE   *
 53900*                           AU DERNIER CHIFFRE), DATE DE        *
 54000*                           COMPTABILISATION EN AAAAMMJJ ; SENS *
 54100*                           A BLANC SI LE MONTANT EST ILLISIBLE *
 54200*///////////////////////////////////////////////////////////////
 54300 3200-DECODER-OPERATION SECTION.
 54400 3200-DEBUT.
 54500     MOVE SPACES TO WS-SENS-OPER.
 54600     MOVE ZERO TO WS-MT-OPER.
 54700     MOVE ZERO TO WS-DATE-OPER.
 54800     IF RLV-MT-CHIFFRES NOT NUMERIC
 54900         OR RLV-DC-JJ NOT NUMERIC
 55000         OR RLV-DC-MM NOT NUMERIC
 55100         OR RLV-DC-AA NOT NUMERIC
 55200         GO TO 3200-EXIT.
 55300     MOVE ZERO TO WS-K.
 55400 3200-CREDIT.
 55500     ADD 1 TO WS-K.
 55600     IF WS-K > 10
 55700         GO TO 3200-DEBIT.
 55800     IF WS-SIGNE-C (WS-K) NOT = RLV-MT-SIGNE
 55900         GO TO 3200-CREDIT.
 56000     MOVE "C" TO WS-SENS-OPER.
 56100     GO TO 3200-MONTANT.
 56200 3200-DEBIT.
 56300     MOVE ZERO TO WS-K.
 56400 3200-DEBIT-SUITE.
 56500     ADD 1 TO WS-K.
 56600     IF WS-K > 10
 56700         GO TO 3200-EXIT.
 56800     IF WS-SIGNE-D (WS-K) NOT = RLV-MT-SIGNE
 56900         GO TO 3200-DEBIT-SUITE.
 57000     MOVE "D" TO WS-SENS-OPER.
 57100 3200-MONTANT.
 57200     COMPUTE WS-MT-OPER = (RLV-MT-CHIFFRES * 10 + WS-K - 1) / 100.
 57300     COMPUTE WS-DATE-OPER = 20000000 + RLV-DC-AA * 10000
 57400                          + RLV-DC-MM * 100 + RLV-DC-JJ.
 57500 3200-EXIT.
 57600     EXIT.
 57700*
 57800*///////////////////////////////////////////////////////////////
 57900*  3300-RECHERCHE-EMETTEUR - COMPTE EMETTEUR DE L'OPERATION     *
 58000*                            (BANQUE, GUICHET ET COMPTE DU      *
 58100*                            RELEVE ; RANG DANS WS-E)           *
 58200*///////////////////////////////////////////////////////////////
 58300 3300-RECHERCHE-EMETTEUR SECTION.
 58400 3300-DEBUT.
 58500     MOVE "N" TO WS-IND-TROUVE.
 58600     MOVE ZERO TO WS-E.
 58700 3300-BOUCLE.
 58800     ADD 1 TO WS-E.
 58900     IF WS-E > WS-NB-EMET
 59000         GO TO 3300-EXIT.
 59100     IF EMT-T-BANQUE (WS-E) NOT = RLV-BANQUE
 59200         OR EMT-T-GUICHET (WS-E) NOT = RLV-GUICHET
 59300         OR EMT-T-COMPTE (WS-E) NOT = RLV-COMPTE
 59400         GO TO 3300-BOUCLE.
 59500     MOVE "O" TO WS-IND-TROUVE.
 59600 3300-EXIT.
 59700     EXIT.
 59800*
 59900*///////////////////////////////////////////////////////////////
 60000*  3400-RECHERCHE-REMISE - PARCOURS DES REMISES DU COMPTE       *
 60100*                          (ORDRE DE DATE) : LA PREMIERE EN     *
 60200*                          ATTENTE DE MEME SENS ET MEME MONTANT *
 60300*                          EST RAPPROCHEE ; LA PREMIERE DEJA    *
 60400*                          RAPPROCHEE EST RETENUE DANS          *
 60500*                          WS-CLE-DOUBLE                        *
 60510*                          ; SI LA REFERENCE DE L'OPERATION     *
 60520*                          PORTE UN NUMERO DE REMISE, LES       *
 60530*                          REMISES DE CE NUMERO SONT SEULES     *
 60540*                          RETENUES, PUIS A DEFAUT TOUTES       *
 60550*                          CELLES DU COMPTE                     *
 60600*///////////////////////////////////////////////////////////////
 60700 3400-RECHERCHE-REMISE SECTION.
 60800 3400-DEBUT.
 60900     MOVE "N" TO WS-IND-TROUVE.
 61000     MOVE SPACES TO WS-CLE-DOUBLE.
 61010     MOVE ZERO TO WS-NO-REMISE-OPER.
 61020     IF RLV-REF-NO-REMISE NUMERIC
 61030         MOVE RLV-REF-NO-REMISE-N TO WS-NO-REMISE-OPER.
 61040 3400-PARCOURS.
 61100     MOVE "N" TO WS-IND-FIN-RAPR.
 61200     MOVE EMT-T-ID (WS-E) TO RAP-EMET-ID.
 61300     MOVE ZERO            TO RAP-DATE-REMISE.
 61400     MOVE LOW-VALUES      TO RAP-TYPE.
 61450     MOVE ZERO            TO RAP-NO-REMISE.
 61500     START PMGCRAPR KEY IS NOT LESS THAN RAP-CLE
 61600         INVALID KEY
 61700             MOVE "O" TO WS-IND-FIN-RAPR.
 61800 3400-BOUCLE.
 61900     IF WS-FIN-RAPR
 62000         GO TO 3400-FIN.
 62100     READ PMGCRAPR NEXT RECORD
 62200         AT END
 62300             GO TO 3400-FIN.
 62400     IF RAP-EMET-ID NOT = EMT-T-ID (WS-E)
 62500         GO TO 3400-FIN.
 62550     IF WS-NO-REMISE-OPER NOT = ZERO
 62560         AND RAP-NO-REMISE NOT = WS-NO-REMISE-OPER
 62570         GO TO 3400-BOUCLE.
 62600     IF RAP-SENS NOT = WS-SENS-OPER
 62700         OR RAP-MONTANT NOT = WS-MT-OPER
 62800         OR RAP-DATE-REMISE > WS-DATE-OPER
 62900         GO TO 3400-BOUCLE.
 63000     IF RAP-RAPPROCHEE
 63100         IF DBL-EMET-ID = SPACES
 63200             MOVE RAP-CLE TO WS-CLE-DOUBLE
 63300         END-IF
 63400         GO TO 3400-BOUCLE.
 63500     MOVE "R"          TO RAP-STATUT.
 63600     MOVE WS-DATE-OPER TO RAP-DATE-OPER.
 63700     MOVE 1            TO RAP-NB-OPER.
 63800     REWRITE RAP-ENREG
 63900         INVALID KEY
 64000             DISPLAY "BPRIB24 - ERREUR REECRITURE PMGCRAPR "
 64100                     WS-STATUT-PMGCRAPR
 64200             GO TO 3400-EXIT.
 64400     MOVE "O" TO WS-IND-TROUVE.
 64500     MOVE RAP-DATE-REMISE TO DET-DATE-REMISE.
 64600     MOVE RAP-TYPE        TO DET-TYPE.
 64610     MOVE RAP-NO-REMISE   TO DET-NO-REMISE.
 64620     GO TO 3400-EXIT.
 64630 3400-FIN.
 64640*        NUMERO DE LA REFERENCE INCONNU DU STOCK (REMISE
 64650*        ANTERIEURE A LA NUMEROTATION OU AUTRE REFERENCE) :
 64660*        NOUVEAU PARCOURS SUR LA DATE SEULE
 64670     IF WS-NO-REMISE-OPER NOT = ZERO
 64680         AND DBL-EMET-ID = SPACES
 64690         MOVE ZERO TO WS-NO-REMISE-OPER
 64695         GO TO 3400-PARCOURS.
 64700 3400-EXIT.
 64800     EXIT.
 64900*
 65000*///////////////////////////////////////////////////////////////
 65100*  3500-OPERATION-DOUBLE - SECONDE OPERATION SUR UNE REMISE     *
 65200*                          DEJA RAPPROCHEE : DEBIT (OU CREDIT)  *
 65300*                          EN DOUBLE                            *
 65400*///////////////////////////////////////////////////////////////
 65500 3500-OPERATION-DOUBLE SECTION.
 65600 3500-DEBUT.
 65700     ADD 1 TO WS-NB-DOUBLES.
 65800     ADD 1 TO WS-NB-REJETEES.
 65900     ADD WS-MT-OPER TO WS-MT-DOUBLE.
 66000     MOVE DBL-DATE-REMISE TO DET-DATE-REMISE.
 66100     MOVE DBL-TYPE        TO DET-TYPE.
 66150     MOVE DBL-NO-REMISE   TO DET-NO-REMISE.
 66200     IF WS-SENS-OPER = "D"
 66300         MOVE "DEBIT EN DOUBLE" TO DET-DISPOSITION
 66400     ELSE
 66500         MOVE "CREDIT EN DOUBLE" TO DET-DISPOSITION.
 66600     MOVE WS-CLE-DOUBLE TO RAP-CLE.
 66700     READ PMGCRAPR
 66800         INVALID KEY
 66900             GO TO 3500-EXIT.
 67300     ADD 1 TO RAP-NB-OPER.
 67400     REWRITE RAP-ENREG
 67500         INVALID KEY
 67600             DISPLAY "BPRIB24 - ERREUR REECRITURE PMGCRAPR "
 67700                     WS-STATUT-PMGCRAPR.
 67900 3500-EXIT.
 68000     EXIT.
 68100*
 68200*///////////////////////////////////////////////////////////////
 68300*  4000-NON-DEBITEES - EDITION DES REMISES TOUJOURS EN ATTENTE  *
 68400*                      ET ANTERIEURES A LA DATE LIMITE RIBRAPP  *
 68500*///////////////////////////////////////////////////////////////
 68600 4000-NON-DEBITEES SECTION.
 68700 4000-DEBUT.
 68800     IF WS-DATE-LIMITE = ZERO
 68900         GO TO 4000-EXIT.
 69000     MOVE SPACES TO RELV-LIGNE.
 69100     WRITE RELV-LIGNE.
 69200     MOVE SPACES TO WS-LIGNE-TITRE.
 69300     MOVE "REMISES NON DEBITEES, EMISES AVANT LE "
 69400       TO TIT-LIBELLE.
 69500     MOVE WS-DATE-LIMITE TO TIT-DATE.
 69600     MOVE WS-LIGNE-TITRE TO RELV-LIGNE.
 69700     WRITE RELV-LIGNE.
 69800     MOVE "N" TO WS-IND-FIN-RAPR.
 69900     MOVE LOW-VALUES TO RAP-CLE.
 70000     START PMGCRAPR KEY IS NOT LESS THAN RAP-CLE
 70100         INVALID KEY
 70200             MOVE "O" TO WS-IND-FIN-RAPR.
 70300 4000-BOUCLE.
 70400     IF WS-FIN-RAPR
 70500         GO TO 4000-EXIT.
 70600     READ PMGCRAPR NEXT RECORD
 70700         AT END
 70800             GO TO 4000-EXIT.
 70900     IF NOT RAP-EN-ATTENTE
 71000         OR RAP-DATE-REMISE NOT < WS-DATE-LIMITE
 71100         GO TO 4000-BOUCLE.
 71200     ADD 1 TO WS-NB-NON-DEBITEES.
 71300     ADD 1 TO WS-NB-REJETEES.
 71400     ADD RAP-MONTANT TO WS-MT-NON-DEBITE.
 71500     MOVE SPACES          TO WS-LIGNE-DETAIL.
 71600     MOVE RAP-EMET-ID     TO DET-EMET-ID.
 71700     MOVE RAP-DATE-REMISE TO DET-DATE-REMISE.
 71800     MOVE RAP-TYPE        TO DET-TYPE.
 71850     MOVE RAP-NO-REMISE   TO DET-NO-REMISE.
 71900     MOVE RAP-SENS        TO DET-SENS.
 72000     MOVE RAP-MONTANT     TO DET-MONTANT.
 72100     IF RAP-DEBIT
 72200         MOVE "NON DEBITEE APRES J+2" TO DET-DISPOSITION
 72300     ELSE
 72400         MOVE "NON CREDITEE APRES J+2" TO DET-DISPOSITION.
 72500     MOVE WS-LIGNE-DETAIL TO RELV-LIGNE.
 72600     WRITE RELV-LIGNE.
 72700     GO TO 4000-BOUCLE.
 72800 4000-EXIT.
 72900     EXIT.
 73000*
 73100*///////////////////////////////////////////////////////////////
 73200*  5000-EDITION-TOTAUX - RECAPITULATIF DES VOLUMES ET MONTANTS  *
 73300*///////////////////////////////////////////////////////////////
 73400 5000-EDITION-TOTAUX SECTION.
 73500 5000-DEBUT.
 73600     MOVE SPACES TO RELV-LIGNE.
 73700     WRITE RELV-LIGNE.
 73800     MOVE SPACES TO WS-LIGNE-TOTAL.
 73900     MOVE "REMISES ENTREES: " TO TOT-LIBELLE.
 74000     MOVE WS-NB-STOCKEES TO TOT-NB.
 74100     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 74200     WRITE RELV-LIGNE.
 74300     MOVE SPACES TO WS-LIGNE-TOTAL.
 74400     MOVE "DEJA EN STOCK  : " TO TOT-LIBELLE.
 74500     MOVE WS-NB-DEJA-STOCK TO TOT-NB.
 74600     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 74700     WRITE RELV-LIGNE.
 74800     MOVE SPACES TO WS-LIGNE-TOTAL.
 74900     MOVE "OPERATIONS LUES: " TO TOT-LIBELLE.
 75000     MOVE WS-NB-LUES TO TOT-NB.
 75100     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 75200     WRITE RELV-LIGNE.
 75300     MOVE SPACES TO WS-LIGNE-TOTAL.
 75400     MOVE "RAPPROCHEES    : " TO TOT-LIBELLE.
 75500     MOVE WS-NB-RAPPROCHEES TO TOT-NB.
 75600     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 75700     WRITE RELV-LIGNE.
 75800     MOVE SPACES TO WS-LIGNE-TOTAL.
 75900     MOVE "EN DOUBLE      : " TO TOT-LIBELLE.
 76000     MOVE WS-NB-DOUBLES TO TOT-NB.
 76100     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 76200     WRITE RELV-LIGNE.
 76300     MOVE SPACES TO WS-LIGNE-TOTAL.
 76400     MOVE "SANS REMISE    : " TO TOT-LIBELLE.
 76500     MOVE WS-NB-SANS-REMISE TO TOT-NB.
 76600     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 76700     WRITE RELV-LIGNE.
 76800     MOVE SPACES TO WS-LIGNE-TOTAL.
 76900     MOVE "HORS EMETTEURS : " TO TOT-LIBELLE.
 77000     MOVE WS-NB-HORS-EMET TO TOT-NB.
 77100     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 77200     WRITE RELV-LIGNE.
 77300     MOVE SPACES TO WS-LIGNE-TOTAL.
 77400     MOVE "ILLISIBLES     : " TO TOT-LIBELLE.
 77500     MOVE WS-NB-ILLISIBLES TO TOT-NB.
 77600     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 77700     WRITE RELV-LIGNE.
 77800     MOVE SPACES TO WS-LIGNE-TOTAL.
 77900     MOVE "NON DEBITEES   : " TO TOT-LIBELLE.
 78000     MOVE WS-NB-NON-DEBITEES TO TOT-NB.
 78100     MOVE WS-LIGNE-TOTAL TO RELV-LIGNE.
 78200     WRITE RELV-LIGNE.
 78300     MOVE SPACES TO WS-LIGNE-MONTANT.
 78400     MOVE "MT RAPPROCHE   : " TO MNT-LIBELLE.
 78500     MOVE WS-MT-RAPPROCHE TO MNT-MONTANT.
 78600     MOVE WS-LIGNE-MONTANT TO RELV-LIGNE.
 78700     WRITE RELV-LIGNE.
 78800     MOVE SPACES TO WS-LIGNE-MONTANT.
 78900     MOVE "MT EN DOUBLE   : " TO MNT-LIBELLE.
 79000     MOVE WS-MT-DOUBLE TO MNT-MONTANT.
 79100     MOVE WS-LIGNE-MONTANT TO RELV-LIGNE.
 79200     WRITE RELV-LIGNE.
 79300     MOVE SPACES TO WS-LIGNE-MONTANT.
 79400     MOVE "MT SANS REMISE : " TO MNT-LIBELLE.
 79500     MOVE WS-MT-SANS-REMISE TO MNT-MONTANT.
 79600     MOVE WS-LIGNE-MONTANT TO RELV-LIGNE.
 79700     WRITE RELV-LIGNE.
 79800     MOVE SPACES TO WS-LIGNE-MONTANT.
 79900     MOVE "MT NON DEBITE  : " TO MNT-LIBELLE.
 80000     MOVE WS-MT-NON-DEBITE TO MNT-MONTANT.
 80100     MOVE WS-LIGNE-MONTANT TO RELV-LIGNE.
 80200     WRITE RELV-LIGNE.
 80300 5000-EXIT.
 80400     EXIT.
 80500*
 80600*///////////////////////////////////////////////////////////////
 80700*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 80800*///////////////////////////////////////////////////////////////
 80900 9000-TERMINAISON SECTION.
 81000 9000-DEBUT.
 81100     CLOSE PMGCRAPR.
 81200     CLOSE PMGLRELV.
 81300     DISPLAY "BPRIB24 - REMISES ENTREES: " WS-NB-STOCKEES.
 81400     DISPLAY "BPRIB24 - OPERATIONS LUES: " WS-NB-LUES.
 81500     DISPLAY "BPRIB24 - RAPPROCHEES    : " WS-NB-RAPPROCHEES.
 81600     DISPLAY "BPRIB24 - EN DOUBLE      : " WS-NB-DOUBLES.
 81700     DISPLAY "BPRIB24 - SANS REMISE    : " WS-NB-SANS-REMISE.
 81800     DISPLAY "BPRIB24 - NON DEBITEES   : " WS-NB-NON-DEBITEES.
 81900 9000-EXIT.
 82000     EXIT.
 82100*
 82200*///////////////////////////////////////////////////////////////
 82300*  9500-FIN-DE-JOB - CODE RETOUR SELON LE TAUX D'ANOMALIES      *
 82400*                    (DOUBLES, NON DEBITEES, ILLISIBLES) ; UNE  *
 82500*                    OPERATION SANS REMISE DONNE AU MOINS 04    *
 82600*///////////////////////////////////////////////////////////////
 82700 9500-FIN-DE-JOB SECTION.
 82800 9500-DEBUT.
 82900     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 83000     MOVE ZERO TO WS-TAUX-REJET.
 83100     IF WS-NB-LUES > ZERO
 83200         COMPUTE WS-TAUX-REJET ROUNDED
 83300             = (WS-NB-REJETEES * 100) / WS-NB-LUES.
 83400     IF WS-CODE-RETOUR = 12
 83500         GO TO 9500-ECRITURE.
 83600     MOVE ZERO TO WS-CODE-RETOUR.
 83700     IF WS-NB-SANS-REMISE > ZERO
 83800         MOVE 4 TO WS-CODE-RETOUR.
 83900     IF WS-NB-REJETEES = ZERO
 84000         GO TO 9500-ECRITURE.
 84100     MOVE 4 TO WS-CODE-RETOUR.
 84200     IF WS-TAUX-REJET > WS-SEUIL-REJET
 84300         MOVE 8 TO WS-CODE-RETOUR.
 84400 9500-ECRITURE.
 84500     OPEN EXTEND PMGCFINJ.
 84600     IF WS-STATUT-PMGCFINJ NOT = "00"
 84700         OPEN OUTPUT PMGCFINJ.
 84800     MOVE SPACES         TO FINJ-ENREG.
 84900     MOVE "BPRIB24"      TO FINJ-PROG.
 85000     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 85100     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 85200     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 85300     MOVE WS-NB-LUES     TO FINJ-NB-LUS.
 85400     MOVE WS-NB-REJETEES TO FINJ-NB-REJETS.
 85500     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 85600     WRITE FINJ-ENREG.
 85700     CLOSE PMGCFINJ.
 85800     DISPLAY "BPRIB24 - CODE RETOUR : " WS-CODE-RETOUR.
 85900 9500-EXIT.
 86000     EXIT.
 86100*
 86200 9600-LIRE-SEUIL SECTION.
 86300 9600-DEBUT.
 86400     OPEN INPUT PMGCPILO.
 86500     IF WS-STATUT-PMGCPILO NOT = "00"
 86600         GO TO 9600-EXIT.
 86700 9600-BOUCLE.
 86800     READ PMGCPILO
 86900         AT END
 87000             CLOSE PMGCPILO
 87100             GO TO 9600-EXIT.
 87200     IF PIL-PROG NOT = "BPRIB24"
 87300         GO TO 9600-BOUCLE.
 87400     IF PIL-SEUIL-REJET NUMERIC
 87500         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 87600     CLOSE PMGCPILO.
 87700 9600-EXIT.
 87800     EXIT.
