   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB21.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB21 - CIRCUIT DE DECISION SUR LES ORDRES DE PAIEMENT    *
  1200*             MIS EN ATTENTE PAR LE CONTROLE PREALABLE BPRIB16  *
  1300*                                                                *
  1400*   EN TROIS TEMPS, ENTRE BPRIB16 ET LA REMISE BPRIB07 :        *
  1500*     1. REPREND LES ORDRES ECARTES DU JOUR (RIBATTE) DANS LE   *
  1600*        STOCK PMGCATTE (CF CYWATTS) AVEC LEUR DATE DE MISE EN  *
  1700*        ATTENTE ; UN ORDRE DEJA EN STOCK N'EST PAS REPRIS DEUX *
  1800*        FOIS (RELANCE DU PROGRAMME SANS RISQUE)                *
  1900*     2. APPLIQUE LES DECISIONS DU SERVICE PAIEMENTS (FICHIER   *
  2000*        PMGCTRAO, FACULTATIF) : LIBERATION OU ANNULATION,      *
  2100*        AVEC AUTEUR ET MOTIF OBLIGATOIRES. AU-DELA DU SEUIL    *
  2200*        RIBATTP, LA LIBERATION EXIGE DEUX VALIDEURS            *
  2300*        DIFFERENTS. UN ORDRE LIBERE EST REINJECTE DANS         *
  2400*        PMGCORDN POUR LA PROCHAINE REMISE BPRIB07. CHAQUE      *
  2500*        DECISION, APPLIQUEE OU REJETEE, EST JOURNALISEE        *
  2600*        AVANT/APRES DANS PMGCJRNO (SUR LE MODELE DE PMGCJRNL)  *
  2700*     3. EDITE SUR L'ETAT PMGLATTE LES DECISIONS DU JOUR PUIS   *
  2800*        LES ORDRES TOUJOURS SANS DECISION MIS EN ATTENTE AVANT *
  2900*        LA DATE LIMITE RIBATTP (ANCIENNETE DE PLUS DE N JOURS) *
  3000*                                                                *
  3100****************************************************************
  3200* MODIFICATIONS
  3300*   2026-10-15 JLB  CREATION INITIALE
  3400****************************************************************
  3500 ENVIRONMENT DIVISION.
  3600 CONFIGURATION SECTION.
  3700 SOURCE-COMPUTER. LEVEL-64.
  3800 OBJECT-COMPUTER. LEVEL-64.
  3900 INPUT-OUTPUT SECTION.
  4000 FILE-CONTROL.
  4100     COPY SELECT-RIBATTP.
  4200     COPY SELECT-RIBATTE.
  4300     COPY SELECT-PMGCATTE.
  4400     COPY SELECT-PMGCTRAO.
  4500     COPY SELECT-PMGCJRNO.
  4600     COPY SELECT-PMGCORDN.
  4700     COPY SELECT-PMGLATTE.
  4800     COPY SELECT-PMGCPILO.
  4900     COPY SELECT-PMGCFINJ.
  5000*        FICHIER DE TRAVAIL DU TRI INTERNE
  5100     SELECT TRIORD ASSIGN TO "SORTWK".
  5200*
  5300 DATA DIVISION.
  5400 FILE SECTION.
  5500     COPY FD-RIBATTP.
  5600     COPY FD-RIBATTE.
  5700     COPY FD-PMGCATTE.
  5800     COPY FD-PMGCTRAO.
  5900     COPY FD-PMGCJRNO.
  6000     COPY FD-PMGCORDN.
  6100     COPY FD-PMGLATTE.
  6200     COPY FD-PMGCPILO.
  6300     COPY FD-PMGCFINJ.
  6400*
  6500 SD  TRIORD.
  6600 01  TRO-ENREG.
  6700     05  TRO-TIE-ID              PIC X(10).
  6800     05  FILLER                  PIC X(57).
  6900*
  7000 WORKING-STORAGE SECTION.
  7100 77  WS-STATUT-RIBATTP          PIC XX VALUE SPACES.
  7200 77  WS-STATUT-RIBATTE          PIC XX VALUE SPACES.
  7300 77  WS-STATUT-PMGCATTE         PIC XX VALUE SPACES.
  7400 77  WS-STATUT-PMGCTRAO         PIC XX VALUE SPACES.
  7500 77  WS-STATUT-PMGCJRNO         PIC XX VALUE SPACES.
  7600 77  WS-STATUT-PMGCORDN         PIC XX VALUE SPACES.
  7700 77  WS-STATUT-PMGLATTE         PIC XX VALUE SPACES.
  7800 77  WS-IND-FIN-ATTS            PIC X VALUE "N".
  7900     88  WS-FIN-ATTS                VALUE "O".
  8000 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  8100 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  8200*
  8300*    PARAMETRES DU CIRCUIT (CF RIBATTP) ; A ZERO, TOUTE
  8400*    LIBERATION EXIGE DEUX VALIDEURS ET TOUT ORDRE SANS DECISION
  8500*    EST SIGNALE SUR L'ETAT
  8600 77  WS-SEUIL-DOUBLE            PIC 9(11)V99 VALUE ZERO.
  8700 77  WS-DATE-LIMITE             PIC 9(08) VALUE ZERO.
  8800 77  WS-AVT-STATUT              PIC X(01) VALUE SPACES.
  8900*
  9000 01  WS-COMPTEURS.
  9100     05  WS-NB-ATTE-LUS         PIC 9(07) COMP VALUE ZERO.
  9200     05  WS-NB-STOCKES          PIC 9(07) COMP VALUE ZERO.
  9300     05  WS-NB-DEJA-STOCK       PIC 9(07) COMP VALUE ZERO.
  9400     05  WS-NB-LUES             PIC 9(07) COMP VALUE ZERO.
  9500     05  WS-NB-APPLIQUEES       PIC 9(07) COMP VALUE ZERO.
  9600     05  WS-NB-REJETEES         PIC 9(07) COMP VALUE ZERO.
  9700     05  WS-NB-VALID-1          PIC 9(07) COMP VALUE ZERO.
  9800     05  WS-NB-LIBERES          PIC 9(07) COMP VALUE ZERO.
  9900     05  WS-NB-ANNULES          PIC 9(07) COMP VALUE ZERO.
 10000     05  WS-NB-EN-ATTENTE       PIC 9(07) COMP VALUE ZERO.
 10100     05  WS-NB-ANCIENS          PIC 9(07) COMP VALUE ZERO.
 10200 01  WS-MONTANTS.
 10300     05  WS-MT-LIBERE           PIC 9(13)V99 VALUE ZERO.
 10400     05  WS-MT-EN-ATTENTE       PIC 9(13)V99 VALUE ZERO.
 10500     05  WS-MT-ANCIEN           PIC 9(13)V99 VALUE ZERO.
 10600*
 10700*    ORDRE LIBERE A REINJECTER (MEME DECOUPAGE QUE CYWORDR, SUR
 10800*    LE MODELE DE WS-ORD-SOR DANS BPRIB16)
 10900 01  WS-ORD-SOR.
 11000     05  SOR-TIE-ID             PIC X(10).
 11100     05  SOR-MONTANT            PIC 9(11)V99.
 11200     05  SOR-LIBELLE            PIC X(31).
 11300     05  SOR-DATE-EXEC          PIC 9(08).
 11400     05  SOR-EMET-ID            PIC X(05).
 11500*
 11600 01  WS-LIGNE-DETAIL.
 11700     05  FILLER                 PIC X(01) VALUE SPACES.
 11800     05  DET-TIE-ID             PIC X(10).
 11900     05  FILLER                 PIC X(01) VALUE SPACES.
 12000     05  DET-MONTANT            PIC Z(10)9.99.
 12100     05  FILLER                 PIC X(01) VALUE SPACES.
 12200     05  DET-DATE-EXEC          PIC 9(08).
 12300     05  FILLER                 PIC X(01) VALUE SPACES.
 12400     05  DET-EMET-ID            PIC X(05).
 12500     05  FILLER                 PIC X(01) VALUE SPACES.
 12600     05  DET-LIBELLE            PIC X(31).
 12700     05  FILLER                 PIC X(01) VALUE SPACES.
 12800     05  DET-MOTIF              PIC X(01).
 12900     05  FILLER                 PIC X(01) VALUE SPACES.
 13000     05  DET-DT-ATTENTE         PIC 9(08).
 13100     05  FILLER                 PIC X(01) VALUE SPACES.
 13200     05  DET-USER               PIC X(08).
 13300     05  FILLER                 PIC X(01) VALUE SPACES.
 13400     05  DET-DISPOSITION        PIC X(20).
 13500     05  FILLER                 PIC X(18) VALUE SPACES.
 13600*
 13700 01  WS-LIGNE-TITRE.
 13800     05  FILLER                 PIC X(03) VALUE SPACES.
 13900     05  TIT-LIBELLE            PIC X(50).
 14000     05  TIT-DATE               PIC X(08).
 14100     05  FILLER                 PIC X(71) VALUE SPACES.
 14200*
 14300 01  WS-LIGNE-TOTAL.
 14400     05  FILLER                 PIC X(20) VALUE SPACES.
 14500     05  TOT-LIBELLE            PIC X(20).
 14600     05  TOT-NB                 PIC ZZZZZZ9.
 14700     05  FILLER                 PIC X(85) VALUE SPACES.
 14800 01  WS-LIGNE-MONTANT.
 14900     05  FILLER                 PIC X(20) VALUE SPACES.
 15000     05  MNT-LIBELLE            PIC X(20).
 15100     05  MNT-MONTANT            PIC Z(12)9.99.
 15200     05  FILLER                 PIC X(76) VALUE SPACES.
 15300*
 15400 01  WS-LIGNE-ENTETE-1.
 15500     05  FILLER                 PIC X(50) VALUE
 15600         "ETAT DES ORDRES EN ATTENTE DE DECISION - BPRIB21".
 15700     05  FILLER                 PIC X(82) VALUE SPACES.
 15800 01  WS-LIGNE-ENTETE-2.
 15900     05  FILLER                 PIC X(01) VALUE SPACES.
 16000     05  FILLER                 PIC X(10) VALUE "ID TIERS".
 16100     05  FILLER                 PIC X(01) VALUE SPACES.
 16200     05  FILLER                 PIC X(14) VALUE "       MONTANT".
 16300     05  FILLER                 PIC X(01) VALUE SPACES.
 16400     05  FILLER                 PIC X(08) VALUE "DT EXEC.".
 16500     05  FILLER                 PIC X(01) VALUE SPACES.
 16600     05  FILLER                 PIC X(05) VALUE "EMET.".
 16700     05  FILLER                 PIC X(01) VALUE SPACES.
 16800     05  FILLER                 PIC X(31) VALUE "LIBELLE".
 16900     05  FILLER                 PIC X(01) VALUE SPACES.
 17000     05  FILLER                 PIC X(01) VALUE "M".
 17100     05  FILLER                 PIC X(01) VALUE SPACES.
 17200     05  FILLER                 PIC X(08) VALUE "ATTENTE".
 17300     05  FILLER                 PIC X(01) VALUE SPACES.
 17400     05  FILLER                 PIC X(08) VALUE "VALIDEUR".
 17500     05  FILLER                 PIC X(01) VALUE SPACES.
 17600     05  FILLER                 PIC X(20) VALUE "DISPOSITION".
 17700     05  FILLER                 PIC X(18) VALUE SPACES.
 17800*
 17900*
 18000*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 18100 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 18200 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 18300 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 18400 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 18500 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 18600*
 18700 PROCEDURE DIVISION.
 18800*
 18900*///////////////////////////////////////////////////////////////
 19000*  0000-MAINLINE                                                *
 19100*///////////////////////////////////////////////////////////////
 19200 0000-MAINLINE SECTION.
 19300 0000-DEBUT.
 19400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 19500     PERFORM 2000-MISE-EN-STOCK THRU 2000-EXIT.
 19600     PERFORM 3000-DECISIONS THRU 3000-EXIT.
 19700     PERFORM 4000-ANCIENNETE THRU 4000-EXIT.
 19800     PERFORM 5000-EDITION-TOTAUX THRU 5000-EXIT.
 19900     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 20000 0000-EXIT.
 20100     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 20200     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 20300     STOP RUN.
 20400*
 20500*///////////////////////////////////////////////////////////////
 20600*  1000-INITIALISATION - PARAMETRES, OUVERTURE DES FICHIERS ET  *
 20700*                        ENTETE                                 *
 20800*///////////////////////////////////////////////////////////////
 20900 1000-INITIALISATION SECTION.
 21000 1000-DEBUT.
 21100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 21200     ACCEPT WS-HEURE-JOUR FROM TIME.
 21300     PERFORM 1100-LECTURE-PARAMETRES THRU 1100-EXIT.
 21400     OPEN I-O PMGCATTE.
 21500*        PREMIERE CAMPAGNE : LE FICHIER N'EXISTE PAS ENCORE
 21600     IF WS-STATUT-PMGCATTE NOT = "00"
 21700         OPEN OUTPUT PMGCATTE
 21800         CLOSE PMGCATTE
 21900         OPEN I-O PMGCATTE.
 22000     IF WS-STATUT-PMGCATTE NOT = "00"
 22100         DISPLAY "BPRIB21 - ERREUR OUVERTURE PMGCATTE "
 22200                 WS-STATUT-PMGCATTE
 22300         MOVE 12 TO WS-CODE-RETOUR
 22400         GO TO 0000-EXIT.
 22500*        LES ORDRES LIBERES S'AJOUTENT AUX ORDRES ADMIS PAR
 22600*        BPRIB16, QUI DOIT DONC AVOIR TOURNE AVANT
 22700     OPEN EXTEND PMGCORDN.
 22800     IF WS-STATUT-PMGCORDN NOT = "00"
 22900         DISPLAY "BPRIB21 - ERREUR OUVERTURE PMGCORDN "
 23000                 WS-STATUT-PMGCORDN ", LANCER BPRIB16 AVANT"
 23100         MOVE 12 TO WS-CODE-RETOUR
 23200         GO TO 0000-EXIT.
 23300     OPEN EXTEND PMGCJRNO.
 23400     IF WS-STATUT-PMGCJRNO NOT = "00"
 23500         OPEN OUTPUT PMGCJRNO.
 23600     OPEN OUTPUT PMGLATTE.
 23700     MOVE WS-LIGNE-ENTETE-1 TO ATTE-LIGNE.
 23800     WRITE ATTE-LIGNE.
 23900     MOVE WS-LIGNE-ENTETE-2 TO ATTE-LIGNE.
 24000     WRITE ATTE-LIGNE.
 24100 1000-EXIT.
 24200     EXIT.
 24300*
 24400*///////////////////////////////////////////////////////////////
 24500*  1100-LECTURE-PARAMETRES - SEUIL DE DOUBLE VALIDATION ET      *
 24600*                            DATE LIMITE D'ANCIENNETE (RIBATTP, *
 24700*                            FACULTATIF)                        *
 24800*///////////////////////////////////////////////////////////////
 24900 1100-LECTURE-PARAMETRES SECTION.
 25000 1100-DEBUT.
 25100     OPEN INPUT RIBATTP.
 25200     IF WS-STATUT-RIBATTP NOT = "00"
 25300         DISPLAY "BPRIB21 - RIBATTP ABSENT, DOUBLE VALIDATION "
 25400                 "SUR TOUT ORDRE"
 25500         GO TO 1100-EXIT.
 25600     READ RIBATTP
 25700         AT END
 25800             DISPLAY "BPRIB21 - RIBATTP VIDE, DOUBLE VALIDATION "
 25900                     "SUR TOUT ORDRE"
 26000             CLOSE RIBATTP
 26100             GO TO 1100-EXIT.
 26200     IF ATTP-SEUIL-DOUBLE NUMERIC
 26300         MOVE ATTP-SEUIL-DOUBLE TO WS-SEUIL-DOUBLE.
 26400     IF ATTP-DATE-LIMITE NUMERIC
 26500         MOVE ATTP-DATE-LIMITE TO WS-DATE-LIMITE.
 26600     CLOSE RIBATTP.
 26700 1100-EXIT.
 26800     EXIT.
 26900*
 27000*///////////////////////////////////////////////////////////////
 27100*  2000-MISE-EN-STOCK - REPRISE DES ORDRES ECARTES DU JOUR      *
 27200*                       (RIBATTE) DANS LE STOCK PMGCATTE        *
 27300*///////////////////////////////////////////////////////////////
 27400 2000-MISE-EN-STOCK SECTION.
 27500 2000-DEBUT.
 27600     OPEN INPUT RIBATTE.
 27700     IF WS-STATUT-RIBATTE NOT = "00"
 27800         DISPLAY "BPRIB21 - RIBATTE ABSENT, AUCUN ORDRE MIS EN "
 27900                 "STOCK"
 28000         GO TO 2000-EXIT.
 28100 2000-BOUCLE.
 28200     READ RIBATTE
 28300         AT END
 28400             CLOSE RIBATTE
 28500             GO TO 2000-EXIT.
 28600     ADD 1 TO WS-NB-ATTE-LUS.
 28700     PERFORM 2100-STOCKER-ORDRE THRU 2100-EXIT.
 28800     GO TO 2000-BOUCLE.
 28900 2000-EXIT.
 29000     EXIT.
 29100*
 29200*///////////////////////////////////////////////////////////////
 29300*  2100-STOCKER-ORDRE - CREATION DE L'ORDRE DANS LE STOCK AU    *
 29400*                       STATUT "A" ; UN ORDRE DEJA EN ATTENTE,  *
 29500*                       OU DEJA REPRIS CE JOUR, EST IGNORE ; UN *
 29600*                       ORDRE IDENTIQUE DEJA DECIDE UN AUTRE    *
 29700*                       JOUR EST REMIS EN ATTENTE               *
 29800*///////////////////////////////////////////////////////////////
 29900 2100-STOCKER-ORDRE SECTION.
 30000 2100-DEBUT.
 30100     MOVE ATT-TIE-ID    TO ATS-TIE-ID.
 30200     MOVE ATT-DATE-EXEC TO ATS-DATE-EXEC.
 30300     MOVE ATT-MONTANT   TO ATS-MONTANT.
 30400     MOVE ATT-EMET-ID   TO ATS-EMET-ID.
 30500     MOVE ATT-LIBELLE   TO ATS-LIBELLE.
 30600     READ PMGCATTE
 30700         INVALID KEY
 30800             MOVE "23" TO WS-STATUT-PMGCATTE
 30900     END-READ.
 31000     MOVE SPACES TO WS-AVT-STATUT.
 31100     IF WS-STATUT-PMGCATTE = "00"
 31200         IF ATS-NON-DECIDE OR ATS-DT-ATTENTE = WS-DATE-JOUR
 31300             ADD 1 TO WS-NB-DEJA-STOCK
 31400             GO TO 2100-EXIT
 31500         ELSE
 31600             MOVE ATS-STATUT TO WS-AVT-STATUT.
 31700     INITIALIZE ATS-ENREG.
 31800     MOVE ATT-TIE-ID    TO ATS-TIE-ID.
 31900     MOVE ATT-DATE-EXEC TO ATS-DATE-EXEC.
 32000     MOVE ATT-MONTANT   TO ATS-MONTANT.
 32100     MOVE ATT-EMET-ID   TO ATS-EMET-ID.
 32200     MOVE ATT-LIBELLE   TO ATS-LIBELLE.
 32300     MOVE ATT-MOTIF     TO ATS-MOTIF.
 32400     MOVE WS-DATE-JOUR  TO ATS-DT-ATTENTE.
 32500     MOVE "A"           TO ATS-STATUT.
 32600     IF WS-STATUT-PMGCATTE NOT = "00"
 32700         GO TO 2100-CREATION.
 32800     REWRITE ATS-ENREG
 32900         INVALID KEY
 33000             DISPLAY "BPRIB21 - ERREUR REECRITURE PMGCATTE "
 33100                     WS-STATUT-PMGCATTE
 33200             GO TO 2100-EXIT.
 33300     GO TO 2100-JOURNAL.
 33400 2100-CREATION.
 33500     WRITE ATS-ENREG
 33600         INVALID KEY
 33700             DISPLAY "BPRIB21 - ERREUR ECRITURE PMGCATTE "
 33800                     WS-STATUT-PMGCATTE
 33900             GO TO 2100-EXIT.
 33950 2100-JOURNAL.
 34000     ADD 1 TO WS-NB-STOCKES.
 34100     MOVE SPACES         TO JOR-ENREG.
 34200     MOVE "M"            TO JOR-TYPE-OPER.
 34300     MOVE "BPRIB21"      TO JOR-USER.
 34400     MOVE WS-DATE-JOUR   TO JOR-DATE.
 34500     MOVE WS-HEURE-JOUR  TO JOR-HEURE.
 34600     MOVE ATS-CLE        TO JOR-CLE.
 34700     MOVE WS-AVT-STATUT  TO JOR-AVT-STATUT.
 34800     MOVE ATS-STATUT     TO JOR-APR-STATUT.
 34900     WRITE JOR-ENREG.
 35000 2100-EXIT.
 35100     EXIT.
 35200*
 35300*///////////////////////////////////////////////////////////////
 35400*  3000-DECISIONS - APPLICATION DES DECISIONS DU SERVICE        *
 35500*                   PAIEMENTS (PMGCTRAO, FACULTATIF)            *
 35600*///////////////////////////////////////////////////////////////
 35700 3000-DECISIONS SECTION.
 35800 3000-DEBUT.
 35900     MOVE SPACES TO ATTE-LIGNE.
 36000     WRITE ATTE-LIGNE.
 36100     MOVE SPACES TO WS-LIGNE-TITRE.
 36200     MOVE "DECISIONS DU JOUR" TO TIT-LIBELLE.
 36300     MOVE WS-LIGNE-TITRE TO ATTE-LIGNE.
 36400     WRITE ATTE-LIGNE.
 36500     OPEN INPUT PMGCTRAO.
 36600     IF WS-STATUT-PMGCTRAO NOT = "00"
 36700         DISPLAY "BPRIB21 - PMGCTRAO ABSENT, AUCUNE DECISION"
 36800         GO TO 3000-EXIT.
 36900 3000-BOUCLE.
 37000     READ PMGCTRAO
 37100         AT END
 37200             CLOSE PMGCTRAO
 37300             GO TO 3000-EXIT.
 37400     PERFORM 3100-TRAITER-DECISION THRU 3100-EXIT.
 37500     GO TO 3000-BOUCLE.
 37600 3000-EXIT.
 37700     EXIT.
 37800*
 37900*///////////////////////////////////////////////////////////////
 38000*  3100-TRAITER-DECISION - CONTROLE ET AIGUILLAGE D'UNE         *
 38100*                          DECISION                             *
 38200*///////////////////////////////////////////////////////////////
 38300 3100-TRAITER-DECISION SECTION.
 38400 3100-DEBUT.
 38500     ADD 1 TO WS-NB-LUES.
 38600     MOVE SPACES TO JOR-ENREG.
 38700     MOVE TOR-TYPE-OPER TO JOR-TYPE-OPER.
 38800     MOVE TOR-USER      TO JOR-USER.
 38900     MOVE WS-DATE-JOUR  TO JOR-DATE.
 39000     MOVE WS-HEURE-JOUR TO JOR-HEURE.
 39100     MOVE TOR-CLE       TO JOR-CLE.
 39200     MOVE TOR-MOTIF     TO JOR-MOTIF.
 39300     MOVE TOR-CLE TO ATS-CLE.
 39400     READ PMGCATTE
 39500         INVALID KEY
 39600             MOVE "23" TO WS-STATUT-PMGCATTE
 39700     END-READ.
 39800     IF WS-STATUT-PMGCATTE NOT = "00"
 39900         DISPLAY "BPRIB21 - DECISION REJETEE, ORDRE INCONNU "
 40000                 TOR-TIE-ID
 40100         MOVE "REJET: INCONNU" TO DET-DISPOSITION
 40200         PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 40300         GO TO 3100-EXIT.
 40400     MOVE ATS-STATUT       TO JOR-AVT-STATUT.
 40500     MOVE ATS-USER-VALID-1 TO JOR-AVT-USER-VALID.
 40600     IF NOT ATS-NON-DECIDE
 40700         DISPLAY "BPRIB21 - DECISION REJETEE, ORDRE DEJA "
 40800                 "DECIDE " TOR-TIE-ID
 40900         MOVE "REJET: DEJA DECIDE" TO DET-DISPOSITION
 41000         PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 41100         GO TO 3100-EXIT.
 41200     IF TOR-USER = SPACES OR TOR-MOTIF = SPACES
 41300         DISPLAY "BPRIB21 - DECISION REJETEE, AUTEUR OU MOTIF "
 41400                 "ABSENT " TOR-TIE-ID
 41500         MOVE "REJET: SANS MOTIF" TO DET-DISPOSITION
 41600         PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 41700         GO TO 3100-EXIT.
 41800     IF TOR-LIBERATION
 41900         PERFORM 3200-APPLIQUER-LIBERATION THRU 3200-EXIT
 42000     ELSE IF TOR-ANNULATION
 42100         PERFORM 3300-APPLIQUER-ANNULATION THRU 3300-EXIT
 42200     ELSE
 42300         DISPLAY "BPRIB21 - TYPE OPERATION INCONNU "
 42400                 TOR-TYPE-OPER
 42500         MOVE "REJET: TYPE INCONNU" TO DET-DISPOSITION
 42600         PERFORM 3900-TRACE-REJET THRU 3900-EXIT.
 42700 3100-EXIT.
 42800     EXIT.
 42900*
 43000*///////////////////////////////////////////////////////////////
 43100*  3200-APPLIQUER-LIBERATION - AU-DELA DU SEUIL, LA PREMIERE    *
 43200*                              LIBERATION NE VAUT QUE PREMIERE  *
 43300*                              VALIDATION (STATUT "P") ET LA    *
 43400*                              SECONDE DOIT VENIR D'UN AUTRE    *
 43500*                              UTILISATEUR ; L'ORDRE LIBERE EST *
 43600*                              REINJECTE DANS PMGCORDN          *
 43700*///////////////////////////////////////////////////////////////
 43800 3200-APPLIQUER-LIBERATION SECTION.
 43900 3200-DEBUT.
 44000     IF ATS-PREMIERE-VALID
 44100         AND TOR-USER = ATS-USER-VALID-1
 44200         DISPLAY "BPRIB21 - LIBERATION REJETEE, SECOND VALIDEUR "
 44300                 "IDENTIQUE AU PREMIER " TOR-TIE-ID
 44400         MOVE "REJET: MEME VALIDEUR" TO DET-DISPOSITION
 44500         PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 44600         GO TO 3200-EXIT.
 44700     IF ATS-EN-ATTENTE
 44800         AND ATS-MONTANT > WS-SEUIL-DOUBLE
 44900         GO TO 3200-PREMIERE-VALIDATION.
 45000     MOVE "L"          TO ATS-STATUT.
 45100     MOVE TOR-USER     TO ATS-USER-DECISION.
 45200     MOVE WS-DATE-JOUR TO ATS-DT-DECISION.
 45300     MOVE TOR-MOTIF    TO ATS-MOTIF-DECISION.
 45400     REWRITE ATS-ENREG
 45500         INVALID KEY
 45600             DISPLAY "BPRIB21 - ERREUR REECRITURE PMGCATTE "
 45700                     WS-STATUT-PMGCATTE
 45800             MOVE "REJET: ECRITURE" TO DET-DISPOSITION
 45900             PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 46000             GO TO 3200-EXIT.
 46100     MOVE ATS-TIE-ID    TO SOR-TIE-ID.
 46200     MOVE ATS-MONTANT   TO SOR-MONTANT.
 46300     MOVE ATS-LIBELLE   TO SOR-LIBELLE.
 46400     MOVE ATS-DATE-EXEC TO SOR-DATE-EXEC.
 46500     MOVE ATS-EMET-ID   TO SOR-EMET-ID.
 46600     WRITE ORN-ENREG FROM WS-ORD-SOR.
 46700     ADD 1 TO WS-NB-LIBERES.
 46800     ADD ATS-MONTANT TO WS-MT-LIBERE.
 46900     MOVE "LIBERE" TO DET-DISPOSITION.
 47000     PERFORM 3800-TRACE-APPLIQUEE THRU 3800-EXIT.
 47100     GO TO 3200-EXIT.
 47200 3200-PREMIERE-VALIDATION.
 47300     MOVE "P"          TO ATS-STATUT.
 47400     MOVE TOR-USER     TO ATS-USER-VALID-1.
 47500     MOVE WS-DATE-JOUR TO ATS-DT-VALID-1.
 47600     REWRITE ATS-ENREG
 47700         INVALID KEY
 47800             DISPLAY "BPRIB21 - ERREUR REECRITURE PMGCATTE "
 47900                     WS-STATUT-PMGCATTE
 48000             MOVE "REJET: ECRITURE" TO DET-DISPOSITION
 48100             PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 48200             GO TO 3200-EXIT.
 48300     ADD 1 TO WS-NB-VALID-1.
 48400     MOVE "1RE VALIDATION" TO DET-DISPOSITION.
 48500     PERFORM 3800-TRACE-APPLIQUEE THRU 3800-EXIT.
 48600 3200-EXIT.
 48700     EXIT.
 48800*
 48900*///////////////////////////////////////////////////////////////
 49000*  3300-APPLIQUER-ANNULATION - ANNULATION DE L'ORDRE (UN SEUL   *
 49100*                              AUTEUR SUFFIT) ; IL NE SERA PAS  *
 49200*                              PAYE                             *
 49300*///////////////////////////////////////////////////////////////
 49400 3300-APPLIQUER-ANNULATION SECTION.
 49500 3300-DEBUT.
 49600     MOVE "X"          TO ATS-STATUT.
 49700     MOVE TOR-USER     TO ATS-USER-DECISION.
 49800     MOVE WS-DATE-JOUR TO ATS-DT-DECISION.
 49900     MOVE TOR-MOTIF    TO ATS-MOTIF-DECISION.
 50000     REWRITE ATS-ENREG
 50100         INVALID KEY
 50200             DISPLAY "BPRIB21 - ERREUR REECRITURE PMGCATTE "
 50300                     WS-STATUT-PMGCATTE
 50400             MOVE "REJET: ECRITURE" TO DET-DISPOSITION
 50500             PERFORM 3900-TRACE-REJET THRU 3900-EXIT
 50600             GO TO 3300-EXIT.
 50700     ADD 1 TO WS-NB-ANNULES.
 50800     MOVE "ANNULE" TO DET-DISPOSITION.
 50900     PERFORM 3800-TRACE-APPLIQUEE THRU 3800-EXIT.
 51000 3300-EXIT.
 51100     EXIT.
 51200*
 51300 3800-TRACE-APPLIQUEE SECTION.
 51400 3800-DEBUT.
 51500     ADD 1 TO WS-NB-APPLIQUEES.
 51600     MOVE ATS-STATUT       TO JOR-APR-STATUT.
 51700     MOVE ATS-USER-VALID-1 TO JOR-APR-USER-VALID.
 51800     WRITE JOR-ENREG.
 51900     PERFORM 3950-EDITION-DECISION THRU 3950-EXIT.
 52000 3800-EXIT.
 52100     EXIT.
 52200*
 52300 3900-TRACE-REJET SECTION.
 52400 3900-DEBUT.
 52500     ADD 1 TO WS-NB-REJETEES.
 52600     MOVE JOR-AVANT TO JOR-APRES.
 52700     WRITE JOR-ENREG.
 52800     PERFORM 3950-EDITION-DECISION THRU 3950-EXIT.
 52900 3900-EXIT.
 53000     EXIT.
 53100*
 53200*///////////////////////////////////////////////////////////////
 53300*  3950-EDITION-DECISION - LIGNE D'ETAT DE LA DECISION (LA      *
 53400*                          DISPOSITION EST DEJA POSITIONNEE)    *
 53500*///////////////////////////////////////////////////////////////
 53600 3950-EDITION-DECISION SECTION.
 53700 3950-DEBUT.
 53800     MOVE TOR-TIE-ID    TO DET-TIE-ID.
 53900     MOVE TOR-MONTANT   TO DET-MONTANT.
 54000     MOVE TOR-DATE-EXEC TO DET-DATE-EXEC.
 54100     MOVE TOR-EMET-ID   TO DET-EMET-ID.
 54200     MOVE TOR-LIBELLE   TO DET-LIBELLE.
 54300     MOVE TOR-TYPE-OPER TO DET-MOTIF.
 54400     MOVE ZERO          TO DET-DT-ATTENTE.
 54500     IF WS-STATUT-PMGCATTE = "00"
 54600         MOVE ATS-DT-ATTENTE TO DET-DT-ATTENTE.
 54700     MOVE TOR-USER      TO DET-USER.
 54800     MOVE WS-LIGNE-DETAIL TO ATTE-LIGNE.
 54900     WRITE ATTE-LIGNE.
 55000 3950-EXIT.
 55100     EXIT.
 55200*
 55300*///////////////////////////////////////////////////////////////
 55400*  4000-ANCIENNETE - PARCOURS DU STOCK : TOTAL DES ORDRES SANS  *
 55500*                    DECISION ET EDITION DE CEUX MIS EN ATTENTE *
 55600*                    AVANT LA DATE LIMITE RIBATTP (TOUS SI      *
 55700*                    AUCUNE DATE LIMITE)                        *
 55800*///////////////////////////////////////////////////////////////
 55900 4000-ANCIENNETE SECTION.
 56000 4000-DEBUT.
 56100     MOVE SPACES TO ATTE-LIGNE.
 56200     WRITE ATTE-LIGNE.
 56300     MOVE SPACES TO WS-LIGNE-TITRE.
 56400     MOVE "ORDRES SANS DECISION MIS EN ATTENTE AVANT LE "
 56500       TO TIT-LIBELLE.
 56600     MOVE WS-DATE-LIMITE TO TIT-DATE.
 56700     MOVE WS-LIGNE-TITRE TO ATTE-LIGNE.
 56800     WRITE ATTE-LIGNE.
 56900     MOVE LOW-VALUES TO ATS-CLE.
 57000     START PMGCATTE KEY IS NOT LESS THAN ATS-CLE
 57100         INVALID KEY
 57200             MOVE "O" TO WS-IND-FIN-ATTS.
 57300 4000-BOUCLE.
 57400     IF WS-FIN-ATTS
 57500         GO TO 4000-EXIT.
 57600     READ PMGCATTE NEXT RECORD
 57700         AT END
 57800             GO TO 4000-EXIT.
 57900     IF NOT ATS-NON-DECIDE
 58000         GO TO 4000-BOUCLE.
 58100     ADD 1 TO WS-NB-EN-ATTENTE.
 58200     ADD ATS-MONTANT TO WS-MT-EN-ATTENTE.
 58300     IF WS-DATE-LIMITE > ZERO
 58400         AND ATS-DT-ATTENTE NOT < WS-DATE-LIMITE
 58500         GO TO 4000-BOUCLE.
 58600     ADD 1 TO WS-NB-ANCIENS.
 58700     ADD ATS-MONTANT TO WS-MT-ANCIEN.
 58800     MOVE ATS-TIE-ID       TO DET-TIE-ID.
 58900     MOVE ATS-MONTANT      TO DET-MONTANT.
 59000     MOVE ATS-DATE-EXEC    TO DET-DATE-EXEC.
 59100     MOVE ATS-EMET-ID      TO DET-EMET-ID.
 59200     MOVE ATS-LIBELLE      TO DET-LIBELLE.
 59300     MOVE ATS-MOTIF        TO DET-MOTIF.
 59400     MOVE ATS-DT-ATTENTE   TO DET-DT-ATTENTE.
 59500     MOVE ATS-USER-VALID-1 TO DET-USER.
 59600     IF ATS-PREMIERE-VALID
 59700         MOVE "ATTENTE 2E VALID." TO DET-DISPOSITION
 59800     ELSE
 59900         MOVE "SANS DECISION" TO DET-DISPOSITION.
 60000     MOVE WS-LIGNE-DETAIL TO ATTE-LIGNE.
 60100     WRITE ATTE-LIGNE.
 60200     GO TO 4000-BOUCLE.
 60300 4000-EXIT.
 60400     EXIT.
 60500*
 60600*///////////////////////////////////////////////////////////////
 60700*  5000-EDITION-TOTAUX - RECAPITULATIF DES VOLUMES ET MONTANTS  *
 60800*///////////////////////////////////////////////////////////////
 60900 5000-EDITION-TOTAUX SECTION.
 61000 5000-DEBUT.
 61100     MOVE SPACES TO ATTE-LIGNE.
 61200     WRITE ATTE-LIGNE.
 61300     MOVE SPACES TO WS-LIGNE-TOTAL.
 61400     MOVE "MIS EN ATTENTE : " TO TOT-LIBELLE.
 61500     MOVE WS-NB-STOCKES TO TOT-NB.
 61600     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 61700     WRITE ATTE-LIGNE.
 61800     MOVE SPACES TO WS-LIGNE-TOTAL.
 61900     MOVE "DEJA EN STOCK  : " TO TOT-LIBELLE.
 62000     MOVE WS-NB-DEJA-STOCK TO TOT-NB.
 62100     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 62200     WRITE ATTE-LIGNE.
 62300     MOVE SPACES TO WS-LIGNE-TOTAL.
 62400     MOVE "DECISIONS LUES : " TO TOT-LIBELLE.
 62500     MOVE WS-NB-LUES TO TOT-NB.
 62600     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 62700     WRITE ATTE-LIGNE.
 62800     MOVE SPACES TO WS-LIGNE-TOTAL.
 62900     MOVE "ORDRES LIBERES : " TO TOT-LIBELLE.
 63000     MOVE WS-NB-LIBERES TO TOT-NB.
 63100     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 63200     WRITE ATTE-LIGNE.
 63300     MOVE SPACES TO WS-LIGNE-TOTAL.
 63400     MOVE "1RES VALIDAT.  : " TO TOT-LIBELLE.
 63500     MOVE WS-NB-VALID-1 TO TOT-NB.
 63600     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 63700     WRITE ATTE-LIGNE.
 63800     MOVE SPACES TO WS-LIGNE-TOTAL.
 63900     MOVE "ORDRES ANNULES : " TO TOT-LIBELLE.
 64000     MOVE WS-NB-ANNULES TO TOT-NB.
 64100     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 64200     WRITE ATTE-LIGNE.
 64300     MOVE SPACES TO WS-LIGNE-TOTAL.
 64400     MOVE "DECISIONS REJ. : " TO TOT-LIBELLE.
 64500     MOVE WS-NB-REJETEES TO TOT-NB.
 64600     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 64700     WRITE ATTE-LIGNE.
 64800     MOVE SPACES TO WS-LIGNE-TOTAL.
 64900     MOVE "SANS DECISION  : " TO TOT-LIBELLE.
 65000     MOVE WS-NB-EN-ATTENTE TO TOT-NB.
 65100     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 65200     WRITE ATTE-LIGNE.
 65300     MOVE SPACES TO WS-LIGNE-TOTAL.
 65400     MOVE "DONT ANCIENS   : " TO TOT-LIBELLE.
 65500     MOVE WS-NB-ANCIENS TO TOT-NB.
 65600     MOVE WS-LIGNE-TOTAL TO ATTE-LIGNE.
 65700     WRITE ATTE-LIGNE.
 65800     MOVE SPACES TO WS-LIGNE-MONTANT.
 65900     MOVE "MONTANT LIBERE : " TO MNT-LIBELLE.
 66000     MOVE WS-MT-LIBERE TO MNT-MONTANT.
 66100     MOVE WS-LIGNE-MONTANT TO ATTE-LIGNE.
 66200     WRITE ATTE-LIGNE.
 66300     MOVE SPACES TO WS-LIGNE-MONTANT.
 66400     MOVE "MT SANS DECIS. : " TO MNT-LIBELLE.
 66500     MOVE WS-MT-EN-ATTENTE TO MNT-MONTANT.
 66600     MOVE WS-LIGNE-MONTANT TO ATTE-LIGNE.
 66700     WRITE ATTE-LIGNE.
 66800     MOVE SPACES TO WS-LIGNE-MONTANT.
 66900     MOVE "DONT ANCIENS   : " TO MNT-LIBELLE.
 67000     MOVE WS-MT-ANCIEN TO MNT-MONTANT.
 67100     MOVE WS-LIGNE-MONTANT TO ATTE-LIGNE.
 67200     WRITE ATTE-LIGNE.
 67300 5000-EXIT.
 67400     EXIT.
 67500*
 67600*///////////////////////////////////////////////////////////////
 67700*  9000-TERMINAISON - FERMETURE DES FICHIERS ET RETRI DE        *
 67800*                     PMGCORDN SI DES ORDRES ONT ETE LIBERES    *
 67900*///////////////////////////////////////////////////////////////
 68000 9000-TERMINAISON SECTION.
 68100 9000-DEBUT.
 68200     CLOSE PMGCATTE.
 68300     CLOSE PMGCORDN.
 68400     CLOSE PMGCJRNO.
 68500     CLOSE PMGLATTE.
 68600     IF WS-NB-LIBERES > ZERO
 68700         PERFORM 9100-RETRI-ORDRES THRU 9100-EXIT.
 68800     DISPLAY "BPRIB21 - MIS EN ATTENTE : " WS-NB-STOCKES.
 68900     DISPLAY "BPRIB21 - DECISIONS LUES : " WS-NB-LUES.
 69000     DISPLAY "BPRIB21 - ORDRES LIBERES : " WS-NB-LIBERES.
 69100     DISPLAY "BPRIB21 - 1RES VALIDAT.  : " WS-NB-VALID-1.
 69200     DISPLAY "BPRIB21 - ORDRES ANNULES : " WS-NB-ANNULES.
 69300     DISPLAY "BPRIB21 - DECISIONS REJ. : " WS-NB-REJETEES.
 69400     DISPLAY "BPRIB21 - SANS DECISION  : " WS-NB-EN-ATTENTE.
 69500     DISPLAY "BPRIB21 - DONT ANCIENS   : " WS-NB-ANCIENS.
 69600 9000-EXIT.
 69700     EXIT.
 69800*
 69900*///////////////////////////////////////////////////////////////
 70000*  9100-RETRI-ORDRES - BPRIB07 LIT LES ORDRES EN FUSION PAR     *
 70100*                      TIERS : LES ORDRES LIBERES, AJOUTES EN   *
 70200*                      FIN DE PMGCORDN, SONT REMIS A LEUR PLACE *
 70300*                      (ORDRE D'ARRIVEE CONSERVE AU SEIN D'UN   *
 70400*                      MEME TIERS)                              *
 70500*///////////////////////////////////////////////////////////////
 70600 9100-RETRI-ORDRES SECTION.
 70700 9100-DEBUT.
 70800     SORT TRIORD
 70900         ON ASCENDING KEY TRO-TIE-ID
 71000         WITH DUPLICATES IN ORDER
 71100         USING PMGCORDN
 71200         GIVING PMGCORDN.
 71300 9100-EXIT.
 71400     EXIT.
 71500*
 71600*///////////////////////////////////////////////////////////////
 71700*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 71800*                    DU FICHIER DE PILOTAGE PMGCPILO (LES       *
 71900*                    REJETS SONT ICI LES DECISIONS REJETEES ;   *
 72000*                    DES ORDRES ANCIENS SANS DECISION DONNENT   *
 72100*                    AU MOINS 04 POUR ETRE VUS A LA SYNTHESE    *
 72200*                    DU SUPERVISEUR BPRIB19), ET ENREGISTREMENT *
 72300*                    DE FIN DE JOB DANS PMGCFINJ                *
 72400*///////////////////////////////////////////////////////////////
 72500 9500-FIN-DE-JOB SECTION.
 72600 9500-DEBUT.
 72700     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 72800     MOVE ZERO TO WS-TAUX-REJET.
 72900     IF WS-NB-LUES > ZERO
 73000         COMPUTE WS-TAUX-REJET ROUNDED
 73100             = (WS-NB-REJETEES * 100) / WS-NB-LUES.
 73200     IF WS-CODE-RETOUR = 12
 73300         GO TO 9500-ECRITURE.
 73400     MOVE ZERO TO WS-CODE-RETOUR.
 73500     IF WS-NB-ANCIENS > ZERO
 73600         MOVE 4 TO WS-CODE-RETOUR.
 73700     IF WS-NB-REJETEES = ZERO
 73800         GO TO 9500-ECRITURE.
 73900     MOVE 4 TO WS-CODE-RETOUR.
 74000     IF WS-TAUX-REJET > WS-SEUIL-REJET
 74100         MOVE 8 TO WS-CODE-RETOUR.
 74200 9500-ECRITURE.
 74300     OPEN EXTEND PMGCFINJ.
 74400     IF WS-STATUT-PMGCFINJ NOT = "00"
 74500         OPEN OUTPUT PMGCFINJ.
 74600     MOVE SPACES         TO FINJ-ENREG.
 74700     MOVE "BPRIB21"     TO FINJ-PROG.
 74800     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 74900     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 75000     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 75100     MOVE WS-NB-LUES TO FINJ-NB-LUS.
 75200     MOVE WS-NB-REJETEES TO FINJ-NB-REJETS.
 75300     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 75400     WRITE FINJ-ENREG.
 75500     CLOSE PMGCFINJ.
 75600     DISPLAY "BPRIB21 - CODE RETOUR : " WS-CODE-RETOUR.
 75700 9500-EXIT.
 75800     EXIT.
 75900*
 76000 9600-LIRE-SEUIL SECTION.
 76100 9600-DEBUT.
 76200     OPEN INPUT PMGCPILO.
 76300     IF WS-STATUT-PMGCPILO NOT = "00"
 76400         GO TO 9600-EXIT.
 76500 9600-BOUCLE.
 76600     READ PMGCPILO
 76700         AT END
 76800             CLOSE PMGCPILO
 76900             GO TO 9600-EXIT.
 77000     IF PIL-PROG NOT = "BPRIB21"
 77100         GO TO 9600-BOUCLE.
 77200     IF PIL-SEUIL-REJET NUMERIC
 77300         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 77400     CLOSE PMGCPILO.
 77500 9600-EXIT.
 77600     EXIT.
