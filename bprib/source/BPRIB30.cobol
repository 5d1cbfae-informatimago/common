   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB30.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB30 - CONTROLE D'INTEGRITE REFERENTIELLE ENTRE LES       *
  1200*             FICHIERS DE LA CHAINE DE NUIT                      *
  1300*                                                                *
  1400*   PMGCTIER (TRIE PAR TIE-ID) EST RAPPROCHE EN FUSION PAR CLE   *
  1500*   DE PMGCDOMI (TRIE PAR TIERS), DE PMGCMAND ET DE PMGCCARE     *
  1600*   (LUS EN SEQUENCE DE CLE), COMME LE RECOLLEMENT BPRIB03 ;     *
  1700*   LE GUICHET DE CHAQUE TIERS EST LU DANS PMGCBANQ ET LE        *
  1800*   DONNEUR D'ORDRE DE CHAQUE ORDRE PMGCORDR DANS PMGCEMET.      *
  1900*                                                                *
  2000*   ANOMALIES DETECTEES, PAR GRAVITE :                           *
  2100*     1 - BLOQUANTE : TIERS ACTIF DOMICILIE SUR UN GUICHET       *
  2200*         DESACTIVE, FERME OU FUSIONNE DANS PMGCBANQ ; CARENCE   *
  2300*         EN OBSERVATION DONT LE NOUVEAU RIB (CAR-NOUVEAU) N'EST *
  2400*         PLUS CELUI DU TIERS (LE RIB PAYE ECHAPPE A LA CARENCE) *
  2500*     2 - MAJEURE : GUICHET DU TIERS ABSENT DE PMGCBANQ ; TIERS  *
  2600*         EN DOUBLE ; MANDAT ACTIF, CARENCE EN OBSERVATION OU    *
  2700*         DOMICILIATION EN ATTENTE SUR UN TIERS ABSENT DE        *
  2800*         PMGCTIER ; ORDRE DONT LE DONNEUR D'ORDRE EST INCONNU   *
  2900*         OU INACTIF DANS PMGCEMET                               *
  3000*     3 - MINEURE : DOMICILIATION ACTIVE OU EXPIREE, MANDAT      *
  3100*         REVOQUE OU CADUC, CARENCE LEVEE SUR UN TIERS ABSENT    *
  3200*         DE PMGCTIER                                            *
  3300*                                                                *
  3400*   LES ANOMALIES SONT TRIEES PAR GRAVITE ET EDITEES DANS        *
  3500*   PMGLINTG. L'ENREGISTREMENT DE FIN DE JOB PMGCFINJ PORTE UN   *
  3600*   CODE RETOUR 08 SI UNE ANOMALIE BLOQUANTE EST PRESENTE OU SI  *
  3700*   LE TAUX D'ANOMALIES DEPASSE LE SEUIL DE PMGCPILO, 04 POUR    *
  3800*   TOUTE AUTRE ANOMALIE : ETAPE ATTENDUE DE RIBETAP AVEC UN     *
  3900*   CODE MAXIMUM DE 04, ELLE FAIT REFUSER LE FEU VERT PAR LE     *
  4000*   SUPERVISEUR BPRIB19. FICHIER ABSENT OU MAL TRIE : CODE 12.   *
  4100*                                                                *
  4200****************************************************************
  4300* MODIFICATIONS
  4400*   2026-10-15 JLB  CREATION INITIALE
  4500****************************************************************
  4600 ENVIRONMENT DIVISION.
  4700 CONFIGURATION SECTION.
  4800 SOURCE-COMPUTER. LEVEL-64.
  4900 OBJECT-COMPUTER. LEVEL-64.
  5000 INPUT-OUTPUT SECTION.
  5100 FILE-CONTROL.
  5200     COPY SELECT-PMGCTIER.
  5300     COPY SELECT-PMGCDOMI.
  5400     COPY SELECT-PMGCMAND.
  5500     COPY SELECT-PMGCCARE.
  5600     COPY SELECT-PMGCBANQ.
  5700     COPY SELECT-PMGCORDR.
  5800     COPY SELECT-PMGCEMET.
  5900     COPY SELECT-PMGLINTG.
  6000     COPY SELECT-PMGCPILO.
  6100     COPY SELECT-PMGCFINJ.
  6200*        FICHIER DE TRAVAIL DU TRI INTERNE
  6300     SELECT TRIANO ASSIGN TO "SORTWK".
  6400*
  6500 DATA DIVISION.
  6600 FILE SECTION.
  6700     COPY FD-PMGCTIER.
  6800     COPY FD-PMGCDOMI.
  6900     COPY FD-PMGCMAND.
  7000     COPY FD-PMGCCARE.
  7100     COPY FD-PMGCBANQ.
  7200     COPY FD-PMGCORDR.
  7300     COPY FD-PMGCEMET.
  7400     COPY FD-PMGLINTG.
  7500     COPY FD-PMGCPILO.
  7600     COPY FD-PMGCFINJ.
  7700*
  7800*    ANOMALIE DETECTEE ; LE NUMERO D'ORDRE CONSERVE L'ORDRE DE
  7900*    DETECTION AU SEIN D'UNE MEME GRAVITE
  8000 SD  TRIANO.
  8100 01  TRA-ENREG.
  8200     05  TRA-GRAVITE             PIC 9(01).
  8300         88  TRA-BLOQUANTE           VALUE 1.
  8400         88  TRA-MAJEURE             VALUE 2.
  8500         88  TRA-MINEURE             VALUE 3.
  8600     05  TRA-NO-SEQ              PIC 9(07).
  8700     05  TRA-FICHIER             PIC X(08).
  8800     05  TRA-CLE                 PIC X(46).
  8900     05  TRA-ANOMALIE            PIC X(32).
  9000     05  TRA-DETAIL              PIC X(28).
  9100*
  9200 WORKING-STORAGE SECTION.
  9300 77  WS-STATUT-PMGCTIER         PIC XX VALUE SPACES.
  9400 77  WS-STATUT-PMGCDOMI         PIC XX VALUE SPACES.
  9500 77  WS-STATUT-PMGCMAND         PIC XX VALUE SPACES.
  9600 77  WS-STATUT-PMGCCARE         PIC XX VALUE SPACES.
  9700 77  WS-STATUT-PMGCBANQ         PIC XX VALUE SPACES.
  9800 77  WS-STATUT-PMGCORDR         PIC XX VALUE SPACES.
  9900 77  WS-STATUT-PMGCEMET         PIC XX VALUE SPACES.
 10000 77  WS-STATUT-PMGLINTG         PIC XX VALUE SPACES.
 10100 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
 10200 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
 10300*
 10400*    CLES COURANTES DE LA FUSION (HIGH-VALUES EN FIN DE FICHIER)
 10500 77  WS-CLE-TIER                PIC X(10) VALUE LOW-VALUES.
 10600 77  WS-CLE-TIER-PREC           PIC X(10) VALUE LOW-VALUES.
 10700 77  WS-CLE-DOMI                PIC X(10) VALUE LOW-VALUES.
 10800 77  WS-CLE-DOMI-PREC           PIC X(10) VALUE LOW-VALUES.
 10900 77  WS-CLE-MAND                PIC X(10) VALUE LOW-VALUES.
 11000 77  WS-CLE-CARE                PIC X(10) VALUE LOW-VALUES.
 11100 77  WS-IND-FIN-ORDR            PIC X VALUE "N".
 11200     88  WS-FIN-ORDR                VALUE "O".
 11300 77  WS-IND-SEQUENCE            PIC X VALUE "N".
 11400     88  WS-ERREUR-SEQUENCE         VALUE "O".
 11500*
 11600*    RIB DU TIERS ET NOUVEAU RIB DE LA CARENCE VUS EN
 11700*    ALPHANUMERIQUE (UNE DOMICILIATION ETRANGERE SE COMPARE SUR
 11800*    L'IBAN ET LE BIC, CF 2400-IBAN)
 11900 01  WS-RIB-TIERS.
 12000     05  WS-RTI-COBANQ          PIC X(05).
 12100     05  WS-RTI-COGUIC          PIC X(05).
 12200     05  WS-RTI-CLERIB          PIC X(02).
 12300     05  WS-RTI-NOCPTE          PIC X(11).
 12400 01  WS-RIB-CARENCE.
 12500     05  WS-RCA-COBANQ          PIC X(05).
 12600     05  WS-RCA-COGUIC          PIC X(05).
 12700     05  WS-RCA-CLERIB          PIC X(02).
 12800     05  WS-RCA-NOCPTE          PIC X(11).
 12900*
 13000*    ANOMALIE A EDITER (CF 2900-ANOMALIE)
 13100 01  WS-ANOMALIE.
 13200     05  WS-ANO-GRAVITE         PIC 9(01).
 13300     05  WS-ANO-FICHIER         PIC X(08).
 13400     05  WS-ANO-CLE             PIC X(46).
 13500     05  WS-ANO-LIBELLE         PIC X(32).
 13600     05  WS-ANO-DETAIL          PIC X(28).
 13700*
 13800 77  WS-GRAVITE-PREC            PIC 9(01) VALUE ZERO.
 13900*
 14000 01  WS-COMPTEURS.
 14100     05  WS-NB-SEQ              PIC 9(07) COMP VALUE ZERO.
 14200     05  WS-NB-TIERS            PIC 9(07) COMP VALUE ZERO.
 14300     05  WS-NB-DOMI             PIC 9(07) COMP VALUE ZERO.
 14400     05  WS-NB-MAND             PIC 9(07) COMP VALUE ZERO.
 14500     05  WS-NB-CARE             PIC 9(07) COMP VALUE ZERO.
 14600     05  WS-NB-ORDR             PIC 9(07) COMP VALUE ZERO.
 14700     05  WS-NB-CONTROLES        PIC 9(07) COMP VALUE ZERO.
 14800     05  WS-NB-ANOMALIES        PIC 9(07) COMP VALUE ZERO.
 14900     05  WS-NB-BLOQUANTES       PIC 9(07) COMP VALUE ZERO.
 15000     05  WS-NB-MAJEURES         PIC 9(07) COMP VALUE ZERO.
 15100     05  WS-NB-MINEURES         PIC 9(07) COMP VALUE ZERO.
 15200*
 15300 01  WS-LIGNE-DETAIL.
 15400     05  FILLER                 PIC X(01) VALUE SPACES.
 15500     05  DET-GRAVITE            PIC X(09).
 15600     05  FILLER                 PIC X(01) VALUE SPACES.
 15700     05  DET-FICHIER            PIC X(08).
 15800     05  FILLER                 PIC X(01) VALUE SPACES.
 15900     05  DET-CLE                PIC X(46).
 16000     05  FILLER                 PIC X(01) VALUE SPACES.
 16100     05  DET-ANOMALIE           PIC X(32).
 16200     05  FILLER                 PIC X(01) VALUE SPACES.
 16300     05  DET-DETAIL             PIC X(28).
 16400     05  FILLER                 PIC X(04) VALUE SPACES.
 16500*
 16600 01  WS-LIGNE-GRAVITE.
 16700     05  FILLER                 PIC X(01) VALUE SPACES.
 16800     05  FILLER                 PIC X(10) VALUE "ANOMALIES ".
 16900     05  GRA-LIBELLE            PIC X(12).
 17000     05  FILLER                 PIC X(109) VALUE SPACES.
 17100*
 17200 01  WS-LIGNE-TOTAL.
 17300     05  FILLER                 PIC X(20) VALUE SPACES.
 17400     05  TOT-LIBELLE            PIC X(20).
 17500     05  TOT-NB                 PIC ZZZZZZ9.
 17600     05  FILLER                 PIC X(85) VALUE SPACES.
 17700*
 17800 01  WS-LIGNE-ENTETE-1.
 17900     05  FILLER                 PIC X(60) VALUE
 18000         "ETAT DES ANOMALIES D'INTEGRITE REFERENTIELLE - BPRIB30".
 18100     05  FILLER                 PIC X(72) VALUE SPACES.
 18200 01  WS-LIGNE-ENTETE-2.
 18300     05  FILLER                 PIC X(14) VALUE
 18400         "   CONTROLE DU".
 18500     05  FILLER                 PIC X(01) VALUE SPACES.
 18600     05  ENT-DATE               PIC 9(08).
 18700     05  FILLER                 PIC X(109) VALUE SPACES.
 18800 01  WS-LIGNE-ENTETE-3.
 18900     05  FILLER                 PIC X(01) VALUE SPACES.
 19000     05  FILLER                 PIC X(09) VALUE "GRAVITE".
 19100     05  FILLER                 PIC X(01) VALUE SPACES.
 19200     05  FILLER                 PIC X(08) VALUE "FICHIER".
 19300     05  FILLER                 PIC X(01) VALUE SPACES.
 19400     05  FILLER                 PIC X(46) VALUE "CLE".
 19500     05  FILLER                 PIC X(01) VALUE SPACES.
 19600     05  FILLER                 PIC X(32) VALUE "ANOMALIE".
 19700     05  FILLER                 PIC X(01) VALUE SPACES.
 19800     05  FILLER                 PIC X(28) VALUE "DETAIL".
 19900     05  FILLER                 PIC X(04) VALUE SPACES.
 20000*
 20100*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 20200 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 20300 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 20400 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 20500 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 20600 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 20700*
 20800 PROCEDURE DIVISION.
 20900*
 21000*///////////////////////////////////////////////////////////////
 21100*  0000-MAINLINE - CONTROLES CROISES, TRI DES ANOMALIES PAR     *
 21200*                  GRAVITE ET EDITION                           *
 21300*///////////////////////////////////////////////////////////////
 21400 0000-MAINLINE SECTION.
 21500 0000-DEBUT.
 21600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 21700     SORT TRIANO
 21800         ON ASCENDING KEY TRA-GRAVITE
 21900                          TRA-NO-SEQ
 22000         INPUT PROCEDURE IS 2000-CONTROLES
 22100         OUTPUT PROCEDURE IS 3000-EDITION.
 22200     IF WS-ERREUR-SEQUENCE
 22300         MOVE 12 TO WS-CODE-RETOUR.
 22400     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 22500     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 22600 0000-EXIT.
 22700     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 22800     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 22900     STOP RUN.
 23000*
 23100*///////////////////////////////////////////////////////////////
 23200*  1000-INITIALISATION - OUVERTURE DES FICHIERS (TOUS           *
 23300*                        OBLIGATOIRES) ET ENTETE                *
 23400*///////////////////////////////////////////////////////////////
 23500 1000-INITIALISATION SECTION.
 23600 1000-DEBUT.
 23700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 23800     ACCEPT WS-HEURE-JOUR FROM TIME.
 23900     OPEN INPUT PMGCTIER.
 24000     IF WS-STATUT-PMGCTIER NOT = "00"
 24100         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCTIER "
 24200                 WS-STATUT-PMGCTIER
 24300         MOVE 12 TO WS-CODE-RETOUR
 24400         GO TO 0000-EXIT.
 24500     OPEN INPUT PMGCDOMI.
 24600     IF WS-STATUT-PMGCDOMI NOT = "00"
 24700         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCDOMI "
 24800                 WS-STATUT-PMGCDOMI
 24900         MOVE 12 TO WS-CODE-RETOUR
 25000         GO TO 0000-EXIT.
 25100     OPEN INPUT PMGCMAND.
 25200     IF WS-STATUT-PMGCMAND NOT = "00"
 25300         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCMAND "
 25400                 WS-STATUT-PMGCMAND
 25500         MOVE 12 TO WS-CODE-RETOUR
 25600         GO TO 0000-EXIT.
 25700     OPEN INPUT PMGCCARE.
 25800     IF WS-STATUT-PMGCCARE NOT = "00"
 25900         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCCARE "
 26000                 WS-STATUT-PMGCCARE
 26100         MOVE 12 TO WS-CODE-RETOUR
 26200         GO TO 0000-EXIT.
 26300     OPEN INPUT PMGCBANQ.
 26400     IF WS-STATUT-PMGCBANQ NOT = "00"
 26500         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCBANQ "
 26600                 WS-STATUT-PMGCBANQ
 26700         MOVE 12 TO WS-CODE-RETOUR
 26800         GO TO 0000-EXIT.
 26900     OPEN INPUT PMGCORDR.
 27000     IF WS-STATUT-PMGCORDR NOT = "00"
 27100         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCORDR "
 27200                 WS-STATUT-PMGCORDR
 27300         MOVE 12 TO WS-CODE-RETOUR
 27400         GO TO 0000-EXIT.
 27500     OPEN INPUT PMGCEMET.
 27600     IF WS-STATUT-PMGCEMET NOT = "00"
 27700         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGCEMET "
 27800                 WS-STATUT-PMGCEMET
 27900         MOVE 12 TO WS-CODE-RETOUR
 28000         GO TO 0000-EXIT.
 28100     OPEN OUTPUT PMGLINTG.
 28200     IF WS-STATUT-PMGLINTG NOT = "00"
 28300         DISPLAY "BPRIB30 - ERREUR OUVERTURE PMGLINTG "
 28400                 WS-STATUT-PMGLINTG
 28500         MOVE 12 TO WS-CODE-RETOUR
 28600         GO TO 0000-EXIT.
 28700     MOVE WS-LIGNE-ENTETE-1 TO INTG-LIGNE.
 28800     WRITE INTG-LIGNE.
 28900     MOVE WS-DATE-JOUR TO ENT-DATE.
 29000     MOVE WS-LIGNE-ENTETE-2 TO INTG-LIGNE.
 29100     WRITE INTG-LIGNE.
 29200     MOVE WS-LIGNE-ENTETE-3 TO INTG-LIGNE.
 29300     WRITE INTG-LIGNE.
 29400 1000-EXIT.
 29500     EXIT.
 29600*
 29700*///////////////////////////////////////////////////////////////
 29800*  2000-CONTROLES - PROCEDURE D'ENTREE DU TRI : FUSION DES      *
 29900*                   FICHIERS PAR TIERS PUIS CONTROLE DES        *
 30000*                   ORDRES ; LES ENREGISTREMENTS RESTANT APRES  *
 30100*                   LA FIN DE PMGCTIER SONT ORPHELINS           *
 30200*///////////////////////////////////////////////////////////////
 30300 2000-CONTROLES SECTION.
 30400 2000-DEBUT.
 30500     PERFORM 2110-LECTURE-TIER THRU 2110-EXIT.
 30600     PERFORM 2210-LECTURE-DOMI THRU 2210-EXIT.
 30700     PERFORM 2310-LECTURE-MAND-DEBUT THRU 2310-EXIT.
 30800     PERFORM 2410-LECTURE-CARE-DEBUT THRU 2410-EXIT.
 30900 2000-BOUCLE.
 31000     IF WS-ERREUR-SEQUENCE
 31100         GO TO 2000-EXIT.
 31200     PERFORM 2200-DOMICILIATIONS THRU 2200-EXIT.
 31300     PERFORM 2300-MANDATS THRU 2300-EXIT.
 31400     PERFORM 2400-CARENCES THRU 2400-EXIT.
 31500     IF WS-CLE-TIER = HIGH-VALUES
 31600         GO TO 2000-ORDRES.
 31700     PERFORM 2100-TIERS THRU 2100-EXIT.
 31800     PERFORM 2110-LECTURE-TIER THRU 2110-EXIT.
 31900     GO TO 2000-BOUCLE.
 32000 2000-ORDRES.
 32100     IF WS-ERREUR-SEQUENCE
 32200         GO TO 2000-EXIT.
 32300     PERFORM 2500-ORDRES THRU 2500-EXIT
 32400         UNTIL WS-FIN-ORDR.
 32500 2000-EXIT.
 32600     EXIT.
 32700*
 32800*///////////////////////////////////////////////////////////////
 32900*  2100-TIERS - CONTROLE DU GUICHET D'UN TIERS ACTIF DOMICILIE  *
 33000*               EN FRANCE                                       *
 33100*///////////////////////////////////////////////////////////////
 33200 2100-TIERS SECTION.
 33300 2100-DEBUT.
 33400     IF WS-CLE-TIER = WS-CLE-TIER-PREC
 33500         MOVE 2          TO WS-ANO-GRAVITE
 33600         MOVE "PMGCTIER" TO WS-ANO-FICHIER
 33700         MOVE TIE-ID     TO WS-ANO-CLE
 33800         MOVE "TIERS EN DOUBLE" TO WS-ANO-LIBELLE
 33900         MOVE TIE-NOM    TO WS-ANO-DETAIL
 34000         PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 34100     IF TIE-CLOS OR NOT TIE-DOM-FRANCE
 34200         GO TO 2100-EXIT.
 34300     MOVE TIE-COBANQ TO FGBQ-COBANQ.
 34400     MOVE TIE-COGUIC TO FGBQ-COGUIC.
 34500     ADD 1 TO WS-NB-CONTROLES.
 34600     READ PMGCBANQ
 34700         INVALID KEY
 34800             MOVE 2          TO WS-ANO-GRAVITE
 34900             MOVE "PMGCTIER" TO WS-ANO-FICHIER
 35000             MOVE TIE-ID     TO WS-ANO-CLE
 35100             MOVE "GUICHET ABSENT DE PMGCBANQ" TO WS-ANO-LIBELLE
 35200             MOVE SPACES     TO WS-ANO-DETAIL
 35300             MOVE TIE-COBANQ TO WS-ANO-DETAIL (1:5)
 35400             MOVE TIE-COGUIC TO WS-ANO-DETAIL (7:5)
 35500             PERFORM 2900-ANOMALIE THRU 2900-EXIT
 35600             GO TO 2100-EXIT.
 35700     IF FGBQ-ACTIF
 35800         GO TO 2100-EXIT.
 35900     MOVE 1          TO WS-ANO-GRAVITE.
 36000     MOVE "PMGCTIER" TO WS-ANO-FICHIER.
 36100     MOVE TIE-ID     TO WS-ANO-CLE.
 36200     MOVE "GUICHET DESACTIVE" TO WS-ANO-LIBELLE.
 36300     IF FGBQ-FERME
 36400         MOVE "GUICHET FERME" TO WS-ANO-LIBELLE.
 36500     IF FGBQ-FUSIONNE
 36600         MOVE "GUICHET FUSIONNE" TO WS-ANO-LIBELLE.
 36700     MOVE SPACES      TO WS-ANO-DETAIL.
 36800     MOVE FGBQ-COBANQ TO WS-ANO-DETAIL (1:5).
 36900     MOVE FGBQ-COGUIC TO WS-ANO-DETAIL (7:5).
 37000     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 37100 2100-EXIT.
 37200     EXIT.
 37300*
 37400 2110-LECTURE-TIER SECTION.
 37500 2110-DEBUT.
 37600     MOVE WS-CLE-TIER TO WS-CLE-TIER-PREC.
 37700     READ PMGCTIER
 37800         AT END
 37900             MOVE HIGH-VALUES TO WS-CLE-TIER
 38000             GO TO 2110-EXIT.
 38100     ADD 1 TO WS-NB-TIERS.
 38200     MOVE TIE-ID TO WS-CLE-TIER.
 38300     IF WS-CLE-TIER < WS-CLE-TIER-PREC
 38400         DISPLAY "BPRIB30 - PMGCTIER NON TRIE PAR TIE-ID : "
 38500                 TIE-ID
 38600         MOVE "O" TO WS-IND-SEQUENCE.
 38700 2110-EXIT.
 38800     EXIT.
 38900*
 39000*///////////////////////////////////////////////////////////////
 39100*  2200-DOMICILIATIONS - DOMICILIATIONS DES TIERS DE CLE        *
 39200*                        INFERIEURE OU EGALE AU TIERS EN COURS ;*
 39300*                        CELLES D'UN TIERS ABSENT SONT          *
 39400*                        ORPHELINES                             *
 39500*///////////////////////////////////////////////////////////////
 39600 2200-DOMICILIATIONS SECTION.
 39700 2200-DEBUT.
 39800     IF WS-CLE-DOMI > WS-CLE-TIER OR WS-CLE-DOMI = HIGH-VALUES
 39900         GO TO 2200-EXIT.
 40000     IF WS-ERREUR-SEQUENCE
 40100         GO TO 2200-EXIT.
 40200     ADD 1 TO WS-NB-CONTROLES.
 40300     IF WS-CLE-DOMI = WS-CLE-TIER
 40400         GO TO 2200-SUIVANTE.
 40500     MOVE 3          TO WS-ANO-GRAVITE.
 40600     IF DOM-EN-ATTENTE
 40700         MOVE 2      TO WS-ANO-GRAVITE.
 40800     MOVE "PMGCDOMI" TO WS-ANO-FICHIER.
 40900     MOVE SPACES     TO WS-ANO-CLE.
 41000     MOVE DOM-TIE-ID TO WS-ANO-CLE (1:10).
 41100     MOVE DOM-DT-EFFET TO WS-ANO-CLE (12:8).
 41200     MOVE "DOMICILIATION SANS TIERS" TO WS-ANO-LIBELLE.
 41300     MOVE "STATUT" TO WS-ANO-DETAIL.
 41400     MOVE DOM-STATUT TO WS-ANO-DETAIL (8:1).
 41500     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 41600 2200-SUIVANTE.
 41700     PERFORM 2210-LECTURE-DOMI THRU 2210-EXIT.
 41800     GO TO 2200-DEBUT.
 41900 2200-EXIT.
 42000     EXIT.
 42100*
 42200 2210-LECTURE-DOMI SECTION.
 42300 2210-DEBUT.
 42400     MOVE WS-CLE-DOMI TO WS-CLE-DOMI-PREC.
 42500     READ PMGCDOMI
 42600         AT END
 42700             MOVE HIGH-VALUES TO WS-CLE-DOMI
 42800             GO TO 2210-EXIT.
 42900     ADD 1 TO WS-NB-DOMI.
 43000     MOVE DOM-TIE-ID TO WS-CLE-DOMI.
 43100     IF WS-CLE-DOMI < WS-CLE-DOMI-PREC
 43200         DISPLAY "BPRIB30 - PMGCDOMI NON TRIE PAR TIERS : "
 43300                 DOM-TIE-ID
 43400         MOVE "O" TO WS-IND-SEQUENCE.
 43500 2210-EXIT.
 43600     EXIT.
 43700*
 43800*///////////////////////////////////////////////////////////////
 43900*  2300-MANDATS - MANDATS DES TIERS DE CLE INFERIEURE OU EGALE  *
 44000*                 AU TIERS EN COURS ; CEUX D'UN TIERS ABSENT    *
 44100*                 SONT ORPHELINS                                *
 44200*///////////////////////////////////////////////////////////////
 44300 2300-MANDATS SECTION.
 44400 2300-DEBUT.
 44500     IF WS-CLE-MAND > WS-CLE-TIER OR WS-CLE-MAND = HIGH-VALUES
 44600         GO TO 2300-EXIT.
 44700     ADD 1 TO WS-NB-CONTROLES.
 44800     IF WS-CLE-MAND = WS-CLE-TIER
 44900         GO TO 2300-SUIVANT.
 45000     MOVE 3          TO WS-ANO-GRAVITE.
 45100     IF MND-ACTIF
 45200         MOVE 2      TO WS-ANO-GRAVITE.
 45300     MOVE "PMGCMAND" TO WS-ANO-FICHIER.
 45400     MOVE SPACES     TO WS-ANO-CLE.
 45500     MOVE MND-TIE-ID TO WS-ANO-CLE (1:10).
 45600     MOVE MND-RUM    TO WS-ANO-CLE (12:35).
 45700     MOVE "MANDAT SANS TIERS" TO WS-ANO-LIBELLE.
 45800     MOVE "STATUT" TO WS-ANO-DETAIL.
 45900     MOVE MND-STATUT TO WS-ANO-DETAIL (8:1).
 46000     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 46100 2300-SUIVANT.
 46200     PERFORM 2320-LECTURE-MAND THRU 2320-EXIT.
 46300     GO TO 2300-DEBUT.
 46400 2300-EXIT.
 46500     EXIT.
 46600*
 46700 2310-LECTURE-MAND-DEBUT SECTION.
 46800 2310-DEBUT.
 46900     MOVE LOW-VALUES TO MND-CLE.
 47000     START PMGCMAND KEY IS NOT LESS THAN MND-CLE
 47100         INVALID KEY
 47200             MOVE HIGH-VALUES TO WS-CLE-MAND
 47300             GO TO 2310-EXIT.
 47400     PERFORM 2320-LECTURE-MAND THRU 2320-EXIT.
 47500 2310-EXIT.
 47600     EXIT.
 47700*
 47800 2320-LECTURE-MAND SECTION.
 47900 2320-DEBUT.
 48000     READ PMGCMAND NEXT RECORD
 48100         AT END
 48200             MOVE HIGH-VALUES TO WS-CLE-MAND
 48300             GO TO 2320-EXIT.
 48400     ADD 1 TO WS-NB-MAND.
 48500     MOVE MND-TIE-ID TO WS-CLE-MAND.
 48600 2320-EXIT.
 48700     EXIT.
 48800*
 48900*///////////////////////////////////////////////////////////////
 49000*  2400-CARENCES - CARENCES DES TIERS DE CLE INFERIEURE OU      *
 49100*                  EGALE AU TIERS EN COURS : ORPHELINES, OU     *
 49200*                  EN OBSERVATION SUR UN RIB QUI N'EST PLUS     *
 49300*                  CELUI DU TIERS                               *
 49400*///////////////////////////////////////////////////////////////
 49500 2400-CARENCES SECTION.
 49600 2400-DEBUT.
 49700     IF WS-CLE-CARE > WS-CLE-TIER OR WS-CLE-CARE = HIGH-VALUES
 49800         GO TO 2400-EXIT.
 49900     ADD 1 TO WS-NB-CONTROLES.
 50000     MOVE "PMGCCARE" TO WS-ANO-FICHIER.
 50100     MOVE CAR-TIE-ID TO WS-ANO-CLE.
 50200     IF WS-CLE-CARE = WS-CLE-TIER
 50300         GO TO 2400-RIB.
 50400     MOVE 3          TO WS-ANO-GRAVITE.
 50500     IF CAR-EN-OBSERVATION
 50600         MOVE 2      TO WS-ANO-GRAVITE.
 50700     MOVE "CARENCE SANS TIERS" TO WS-ANO-LIBELLE.
 50800     MOVE "STATUT" TO WS-ANO-DETAIL.
 50900     MOVE CAR-STATUT TO WS-ANO-DETAIL (8:1).
 51000     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 51100     GO TO 2400-SUIVANTE.
 51200 2400-RIB.
 51300     IF NOT CAR-EN-OBSERVATION
 51400         GO TO 2400-SUIVANTE.
 51410*        CARENCE ANTERIEURE AU TYPE DE DOMICILIATION (TYPE A
 51420*        BLANC) : SEULES LES ZONES RIB SONT RENSEIGNEES
 51430     IF CAR-NOU-ETRANGER
 51440         GO TO 2400-IBAN.
 51450     IF TIE-DOM-ETRANGER AND CAR-NOU-TYPE-DOM NOT = SPACES
 51460         GO TO 2400-IBAN.
 51500     MOVE CAR-NOUVEAU TO WS-RIB-CARENCE.
 51600     MOVE TIE-COBANQ  TO WS-RTI-COBANQ.
 51700     MOVE TIE-COGUIC  TO WS-RTI-COGUIC.
 51800     MOVE TIE-CLERIB  TO WS-RTI-CLERIB.
 51900     MOVE TIE-NOCPTE  TO WS-RTI-NOCPTE.
 52000     IF WS-RIB-CARENCE = WS-RIB-TIERS
 52100         GO TO 2400-SUIVANTE.
 52200     MOVE 1          TO WS-ANO-GRAVITE.
 52300     MOVE "RIB CARENCE DIFFERENT DU TIERS" TO WS-ANO-LIBELLE.
 52400     MOVE SPACES     TO WS-ANO-DETAIL.
 52500     MOVE WS-RCA-COBANQ TO WS-ANO-DETAIL (1:5).
 52600     MOVE WS-RCA-COGUIC TO WS-ANO-DETAIL (7:5).
 52700     MOVE WS-RCA-NOCPTE TO WS-ANO-DETAIL (13:11).
 52800     MOVE WS-RCA-CLERIB TO WS-ANO-DETAIL (25:2).
 52900     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 52910     GO TO 2400-SUIVANTE.
 52920 2400-IBAN.
 52930     IF CAR-NOU-ETRANGER AND TIE-DOM-ETRANGER
 52940         AND CAR-NOU-IBAN = TIE-IBAN
 52950         AND CAR-NOU-BIC = TIE-BIC
 52960         GO TO 2400-SUIVANTE.
 52970     MOVE 1          TO WS-ANO-GRAVITE.
 52980     MOVE "RIB CARENCE DIFFERENT DU TIERS" TO WS-ANO-LIBELLE.
 52981     MOVE SPACES     TO WS-ANO-DETAIL.
 52982     IF NOT CAR-NOU-ETRANGER
 52983         MOVE CAR-NOU-COBANQ TO WS-ANO-DETAIL (1:5)
 52984         MOVE CAR-NOU-COGUIC TO WS-ANO-DETAIL (7:5)
 52985         MOVE CAR-NOU-NOCPTE TO WS-ANO-DETAIL (13:11)
 52986     ELSE
 52987*            L'IBAN (34) NE TIENT PAS DANS LE DETAIL : IL SUIT
 52988*            L'IDENTIFIANT DU TIERS DANS LA CLE
 52989         MOVE CAR-NOU-IBAN   TO WS-ANO-CLE (12:34)
 52990         MOVE CAR-NOU-BIC    TO WS-ANO-DETAIL.
 52991     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 53000 2400-SUIVANTE.
 53100     PERFORM 2420-LECTURE-CARE THRU 2420-EXIT.
 53200     GO TO 2400-DEBUT.
 53300 2400-EXIT.
 53400     EXIT.
 53500*
 53600 2410-LECTURE-CARE-DEBUT SECTION.
 53700 2410-DEBUT.
 53800     MOVE LOW-VALUES TO CAR-TIE-ID.
 53900     START PMGCCARE KEY IS NOT LESS THAN CAR-TIE-ID
 54000         INVALID KEY
 54100             MOVE HIGH-VALUES TO WS-CLE-CARE
 54200             GO TO 2410-EXIT.
 54300     PERFORM 2420-LECTURE-CARE THRU 2420-EXIT.
 54400 2410-EXIT.
 54500     EXIT.
 54600*
 54700 2420-LECTURE-CARE SECTION.
 54800 2420-DEBUT.
 54900     READ PMGCCARE NEXT RECORD
 55000         AT END
 55100             MOVE HIGH-VALUES TO WS-CLE-CARE
 55200             GO TO 2420-EXIT.
 55300     ADD 1 TO WS-NB-CARE.
 55400     MOVE CAR-TIE-ID TO WS-CLE-CARE.
 55500 2420-EXIT.
 55600     EXIT.
 55700*
 55800*///////////////////////////////////////////////////////////////
 55900*  2500-ORDRES - DONNEUR D'ORDRE DE CHAQUE ORDRE DE PAIEMENT    *
 56000*                CONNU ET ACTIF DANS PMGCEMET                   *
 56100*///////////////////////////////////////////////////////////////
 56200 2500-ORDRES SECTION.
 56300 2500-DEBUT.
 56400     READ PMGCORDR
 56500         AT END
 56600             MOVE "O" TO WS-IND-FIN-ORDR
 56700             GO TO 2500-EXIT.
 56800     ADD 1 TO WS-NB-ORDR.
 56900     ADD 1 TO WS-NB-CONTROLES.
 57000     MOVE ORD-EMET-ID TO EMT-ID.
 57100     READ PMGCEMET
 57200         INVALID KEY
 57300             MOVE "EMETTEUR INCONNU" TO WS-ANO-LIBELLE
 57400             GO TO 2500-ANOMALIE.
 57500     IF EMT-ACTIF
 57600         GO TO 2500-EXIT.
 57700     MOVE "EMETTEUR INACTIF" TO WS-ANO-LIBELLE.
 57800 2500-ANOMALIE.
 57900     MOVE 2          TO WS-ANO-GRAVITE.
 58000     MOVE "PMGCORDR" TO WS-ANO-FICHIER.
 58100     MOVE SPACES     TO WS-ANO-CLE.
 58200     MOVE ORD-TIE-ID TO WS-ANO-CLE (1:10).
 58300     MOVE ORD-DATE-EXEC TO WS-ANO-CLE (12:8).
 58400     MOVE ORD-LIBELLE TO WS-ANO-CLE (21:26).
 58500     MOVE "EMETTEUR" TO WS-ANO-DETAIL.
 58600     MOVE ORD-EMET-ID TO WS-ANO-DETAIL (10:5).
 58700     PERFORM 2900-ANOMALIE THRU 2900-EXIT.
 58800 2500-EXIT.
 58900     EXIT.
 59000*
 59100*///////////////////////////////////////////////////////////////
 59200*  2900-ANOMALIE - COMPTAGE PAR GRAVITE ET REMISE AU TRI DE     *
 59300*                  L'ANOMALIE DECRITE DANS WS-ANOMALIE          *
 59400*///////////////////////////////////////////////////////////////
 59500 2900-ANOMALIE SECTION.
 59600 2900-DEBUT.
 59700     ADD 1 TO WS-NB-ANOMALIES.
 59800     IF WS-ANO-GRAVITE = 1
 59900         ADD 1 TO WS-NB-BLOQUANTES.
 60000     IF WS-ANO-GRAVITE = 2
 60100         ADD 1 TO WS-NB-MAJEURES.
 60200     IF WS-ANO-GRAVITE = 3
 60300         ADD 1 TO WS-NB-MINEURES.
 60400     ADD 1 TO WS-NB-SEQ.
 60500     MOVE WS-ANO-GRAVITE TO TRA-GRAVITE.
 60600     MOVE WS-NB-SEQ      TO TRA-NO-SEQ.
 60700     MOVE WS-ANO-FICHIER TO TRA-FICHIER.
 60800     MOVE WS-ANO-CLE     TO TRA-CLE.
 60900     MOVE WS-ANO-LIBELLE TO TRA-ANOMALIE.
 61000     MOVE WS-ANO-DETAIL  TO TRA-DETAIL.
 61100     RELEASE TRA-ENREG.
 61200 2900-EXIT.
 61300     EXIT.
 61400*
 61500*///////////////////////////////////////////////////////////////
 61600*  3000-EDITION - PROCEDURE DE SORTIE DU TRI : EDITION DES      *
 61700*                 ANOMALIES AVEC RUPTURE SUR LA GRAVITE         *
 61800*///////////////////////////////////////////////////////////////
 61900 3000-EDITION SECTION.
 62000 3000-DEBUT.
 62100     RETURN TRIANO
 62200         AT END
 62300             GO TO 3000-EXIT.
 62400     IF TRA-GRAVITE NOT = WS-GRAVITE-PREC
 62500         MOVE TRA-GRAVITE TO WS-GRAVITE-PREC
 62600         PERFORM 3100-RUPTURE-GRAVITE THRU 3100-EXIT.
 62700     MOVE SPACES TO WS-LIGNE-DETAIL.
 62800     MOVE "MINEURE"   TO DET-GRAVITE.
 62900     IF TRA-BLOQUANTE
 63000         MOVE "BLOQUANTE" TO DET-GRAVITE.
 63100     IF TRA-MAJEURE
 63200         MOVE "MAJEURE"   TO DET-GRAVITE.
 63300     MOVE TRA-FICHIER  TO DET-FICHIER.
 63400     MOVE TRA-CLE      TO DET-CLE.
 63500     MOVE TRA-ANOMALIE TO DET-ANOMALIE.
 63600     MOVE TRA-DETAIL   TO DET-DETAIL.
 63700     MOVE WS-LIGNE-DETAIL TO INTG-LIGNE.
 63800     WRITE INTG-LIGNE.
 63900     GO TO 3000-DEBUT.
 64000 3000-EXIT.
 64100     EXIT.
 64200*
 64300 3100-RUPTURE-GRAVITE SECTION.
 64400 3100-DEBUT.
 64500     MOVE SPACES TO INTG-LIGNE.
 64600     WRITE INTG-LIGNE.
 64700     MOVE "MINEURES" TO GRA-LIBELLE.
 64800     IF TRA-BLOQUANTE
 64900         MOVE "BLOQUANTES" TO GRA-LIBELLE.
 65000     IF TRA-MAJEURE
 65100         MOVE "MAJEURES"   TO GRA-LIBELLE.
 65200     MOVE WS-LIGNE-GRAVITE TO INTG-LIGNE.
 65300     WRITE INTG-LIGNE.
 65400 3100-EXIT.
 65500     EXIT.
 65600*
 65700*///////////////////////////////////////////////////////////////
 65800*  4000-EDITION-TOTAUX - VOLUMES CONTROLES ET ANOMALIES PAR     *
 65900*                        GRAVITE                                *
 66000*///////////////////////////////////////////////////////////////
 66100 4000-EDITION-TOTAUX SECTION.
 66200 4000-DEBUT.
 66300     MOVE SPACES TO INTG-LIGNE.
 66400     WRITE INTG-LIGNE.
 66500     IF WS-ERREUR-SEQUENCE
 66600         MOVE "   CONTROLE INTERROMPU : FICHIER MAL TRIE"
 66700           TO INTG-LIGNE
 66800         WRITE INTG-LIGNE
 66900         MOVE SPACES TO INTG-LIGNE
 67000         WRITE INTG-LIGNE.
 67100     MOVE SPACES TO WS-LIGNE-TOTAL.
 67200     MOVE "TIERS LUS        : " TO TOT-LIBELLE.
 67300     MOVE WS-NB-TIERS TO TOT-NB.
 67400     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 67500     WRITE INTG-LIGNE.
 67600     MOVE SPACES TO WS-LIGNE-TOTAL.
 67700     MOVE "DOMICILIATIONS   : " TO TOT-LIBELLE.
 67800     MOVE WS-NB-DOMI TO TOT-NB.
 67900     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 68000     WRITE INTG-LIGNE.
 68100     MOVE SPACES TO WS-LIGNE-TOTAL.
 68200     MOVE "MANDATS          : " TO TOT-LIBELLE.
 68300     MOVE WS-NB-MAND TO TOT-NB.
 68400     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 68500     WRITE INTG-LIGNE.
 68600     MOVE SPACES TO WS-LIGNE-TOTAL.
 68700     MOVE "CARENCES         : " TO TOT-LIBELLE.
 68800     MOVE WS-NB-CARE TO TOT-NB.
 68900     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 69000     WRITE INTG-LIGNE.
 69100     MOVE SPACES TO WS-LIGNE-TOTAL.
 69200     MOVE "ORDRES           : " TO TOT-LIBELLE.
 69300     MOVE WS-NB-ORDR TO TOT-NB.
 69400     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 69500     WRITE INTG-LIGNE.
 69600     MOVE SPACES TO WS-LIGNE-TOTAL.
 69700     MOVE "ANOMALIES        : " TO TOT-LIBELLE.
 69800     MOVE WS-NB-ANOMALIES TO TOT-NB.
 69900     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 70000     WRITE INTG-LIGNE.
 70100     MOVE SPACES TO WS-LIGNE-TOTAL.
 70200     MOVE "DONT BLOQUANTES  : " TO TOT-LIBELLE.
 70300     MOVE WS-NB-BLOQUANTES TO TOT-NB.
 70400     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 70500     WRITE INTG-LIGNE.
 70600     MOVE SPACES TO WS-LIGNE-TOTAL.
 70700     MOVE "DONT MAJEURES    : " TO TOT-LIBELLE.
 70800     MOVE WS-NB-MAJEURES TO TOT-NB.
 70900     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 71000     WRITE INTG-LIGNE.
 71100     MOVE SPACES TO WS-LIGNE-TOTAL.
 71200     MOVE "DONT MINEURES    : " TO TOT-LIBELLE.
 71300     MOVE WS-NB-MINEURES TO TOT-NB.
 71400     MOVE WS-LIGNE-TOTAL TO INTG-LIGNE.
 71500     WRITE INTG-LIGNE.
 71600 4000-EXIT.
 71700     EXIT.
 71800*
 71900*///////////////////////////////////////////////////////////////
 72000*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 72100*///////////////////////////////////////////////////////////////
 72200 9000-TERMINAISON SECTION.
 72300 9000-DEBUT.
 72400     CLOSE PMGCTIER.
 72500     CLOSE PMGCDOMI.
 72600     CLOSE PMGCMAND.
 72700     CLOSE PMGCCARE.
 72800     CLOSE PMGCBANQ.
 72900     CLOSE PMGCORDR.
 73000     CLOSE PMGCEMET.
 73100     CLOSE PMGLINTG.
 73200     DISPLAY "BPRIB30 - TIERS LUS        : " WS-NB-TIERS.
 73300     DISPLAY "BPRIB30 - CONTROLES        : " WS-NB-CONTROLES.
 73400     DISPLAY "BPRIB30 - ANOMALIES        : " WS-NB-ANOMALIES.
 73500     DISPLAY "BPRIB30 - DONT BLOQUANTES  : " WS-NB-BLOQUANTES.
 73600     DISPLAY "BPRIB30 - DONT MAJEURES    : " WS-NB-MAJEURES.
 73700     DISPLAY "BPRIB30 - DONT MINEURES    : " WS-NB-MINEURES.
 73800 9000-EXIT.
 73900     EXIT.
 74000*
 74100*///////////////////////////////////////////////////////////////
 74200*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) : 08 DES QU'UNE*
 74300*                    ANOMALIE EST BLOQUANTE, SINON SELON LE     *
 74400*                    SEUIL DU FICHIER DE PILOTAGE PMGCPILO, ET  *
 74500*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 74600*                    POUR L'ORDONNANCEUR ET LE SUPERVISEUR      *
 74700*///////////////////////////////////////////////////////////////
 74800 9500-FIN-DE-JOB SECTION.
 74900 9500-DEBUT.
 75000     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 75100*        LES REJETS SONT ICI LES ANOMALIES, RAPPORTEES AU NOMBRE
 75200*        DE CONTROLES EFFECTUES
 75300     MOVE ZERO TO WS-TAUX-REJET.
 75400     IF WS-NB-CONTROLES > ZERO
 75500         COMPUTE WS-TAUX-REJET ROUNDED
 75600             = (WS-NB-ANOMALIES * 100) / WS-NB-CONTROLES.
 75700     IF WS-CODE-RETOUR = 12
 75800         GO TO 9500-ECRITURE.
 75900     MOVE ZERO TO WS-CODE-RETOUR.
 76000     IF WS-NB-ANOMALIES = ZERO
 76100         GO TO 9500-ECRITURE.
 76200     MOVE 4 TO WS-CODE-RETOUR.
 76300     IF WS-NB-BLOQUANTES > ZERO
 76400         OR WS-TAUX-REJET > WS-SEUIL-REJET
 76500         MOVE 8 TO WS-CODE-RETOUR.
 76600 9500-ECRITURE.
 76700     OPEN EXTEND PMGCFINJ.
 76800     IF WS-STATUT-PMGCFINJ NOT = "00"
 76900         OPEN OUTPUT PMGCFINJ.
 77000     MOVE SPACES         TO FINJ-ENREG.
 77100     MOVE "BPRIB30"     TO FINJ-PROG.
 77200     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 77300     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 77400     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 77500     MOVE WS-NB-CONTROLES TO FINJ-NB-LUS.
 77600     MOVE WS-NB-ANOMALIES TO FINJ-NB-REJETS.
 77700     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 77800     WRITE FINJ-ENREG.
 77900     CLOSE PMGCFINJ.
 78000     DISPLAY "BPRIB30 - CODE RETOUR : " WS-CODE-RETOUR.
 78100 9500-EXIT.
 78200     EXIT.
 78300*
 78400 9600-LIRE-SEUIL SECTION.
 78500 9600-DEBUT.
 78600     OPEN INPUT PMGCPILO.
 78700     IF WS-STATUT-PMGCPILO NOT = "00"
 78800         GO TO 9600-EXIT.
 78900 9600-BOUCLE.
 79000     READ PMGCPILO
 79100         AT END
 79200             CLOSE PMGCPILO
 79300             GO TO 9600-EXIT.
 79400     IF PIL-PROG NOT = "BPRIB30"
 79500         GO TO 9600-BOUCLE.
 79600     IF PIL-SEUIL-REJET NUMERIC
 79700         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 79800     CLOSE PMGCPILO.
 79900 9600-EXIT.
 80000     EXIT.
