   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB22.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB22 - MAINTENANCE DES TIERS PMGCTIER ET DE LEURS        *
  1200*             DOMICILIATIONS PMGCDOMI PAR TRANSACTIONS          *
  1300*                                                                *
  1400*   LIT LE FICHIER DE TRANSACTIONS PMGCTRAT (CF CYWTITRA),      *
  1500*   TRIE PAR IDENTIFIANT DE TIERS EN CONSERVANT L'ORDRE DE      *
  1600*   SAISIE, ET LE RAPPROCHE DE PMGCTIER EN FUSION PAR CLE, SUR  *
  1700*   LE MODELE DES MAINTENANCES BPRIB02/14/17 :                  *
  1800*     - CREATION D'UN TIERS AVEC SA DOMICILIATION INITIALE      *
  1900*     - MODIFICATION DU NOM ET/OU DE LA POPULATION              *
  2000*     - CLOTURE D'UN TIERS (SES VIREMENTS ET SES PRELEVEMENTS   *
  2100*       SONT ENSUITE ECARTES PAR BPRIB07 ET BPRIB15)            *
  2200*     - AJOUT D'UNE DOMICILIATION EN ATTENTE, FRANCAISE OU      *
  2300*       ETRANGERE, PROMUE A SA DATE D'EFFET PAR BPRIB11 (QUI    *
  2400*       OUVRE ALORS LA CARENCE ANTI-FRAUDE DANS PMGCCARE)       *
  2500*     - ABANDON D'UNE SAISIE NON ENCORE VALIDEE                 *
  2600*                                                                *
  2700*   TOUT RIB SAISI (CREATION, DOMICILIATION) EST CONTROLE PAR   *
  2800*   SBCRIB DES LA SAISIE, PUIS STOCKE DANS PMGCVALT JUSQU'A LA  *
  2900*   SECONDE SAISIE IDENTIQUE PAR UN AUTRE UTILISATEUR ; SEULE   *
  3000*   CELLE-CI EST APPLIQUEE. CHAQUE TRANSACTION EST TRACEE DANS  *
  3100*   LE JOURNAL PMGCJRNT AVEC SES IMAGES AVANT/APRES, L'AUTEUR   *
  3200*   DE LA SAISIE ET CELUI DE LA VALIDATION.                     *
  3300*                                                                *
  3400*   LES FICHIERS DE SORTIE PMGCTIEN ET PMGCDOMN SONT SUBSTITUES *
  3500*   A PMGCTIER ET PMGCDOMI PAR LA CHAINE, AVANT BPRIB11.        *
  3600*                                                                *
  3700****************************************************************
  3800* MODIFICATIONS
  3900*   2026-10-15 JLB  CREATION INITIALE
  4000****************************************************************
  4100 ENVIRONMENT DIVISION.
  4200 CONFIGURATION SECTION.
  4300 SOURCE-COMPUTER. LEVEL-64.
  4400 OBJECT-COMPUTER. LEVEL-64.
  4500 INPUT-OUTPUT SECTION.
  4600 FILE-CONTROL.
  4700     COPY SELECT-PMGCTRAT.
  4800     COPY SELECT-PMGCTIER.
  4900     COPY SELECT-PMGCTIEN.
  5000     COPY SELECT-PMGCDOMI.
  5100     COPY SELECT-PMGCDOMN.
  5200     COPY SELECT-RIBDOMS.
  5300     COPY SELECT-PMGCJRNT.
  5400     COPY SELECT-PMGCVALT.
  5500     COPY SELECT-PMGCPILO.
  5600     COPY SELECT-PMGCFINJ.
  5700*        FICHIERS DE TRAVAIL DES TRIS INTERNES
  5800     SELECT TRITRA ASSIGN TO "SORTWK".
  5900     SELECT TRIDOM ASSIGN TO "SORTWK".
  6000*
  6100 DATA DIVISION.
  6200 FILE SECTION.
  6300     COPY FD-PMGCTRAT.
  6400     COPY FD-PMGCTIER.
  6500     COPY FD-PMGCTIEN.
  6600     COPY FD-PMGCDOMI.
  6700     COPY FD-PMGCDOMN.
  6800     COPY FD-RIBDOMS.
  6900     COPY FD-PMGCJRNT.
  7000     COPY FD-PMGCVALT.
  7100     COPY FD-PMGCPILO.
  7200     COPY FD-PMGCFINJ.
  7300*
  7400 SD  TRITRA.
  7500 COPY CYWTITRA.
  7600*
  7700 SD  TRIDOM.
  7800 01  TDM-ENREG.
  7900     05  TDM-TIE-ID              PIC X(10).
  8000     05  TDM-DT-EFFET            PIC 9(08).
  8100     05  FILLER                  PIC X(49).
  8200*
  8300 WORKING-STORAGE SECTION.
  8400     COPY CYWRIB.
  8500*
  8600 77  WS-STATUT-PMGCTRAT         PIC XX VALUE SPACES.
  8700 77  WS-STATUT-PMGCTIER         PIC XX VALUE SPACES.
  8800 77  WS-STATUT-PMGCTIEN         PIC XX VALUE SPACES.
  8900 77  WS-STATUT-PMGCDOMI         PIC XX VALUE SPACES.
  9000 77  WS-STATUT-PMGCDOMN         PIC XX VALUE SPACES.
  9100 77  WS-STATUT-RIBDOMS          PIC XX VALUE SPACES.
  9200 77  WS-STATUT-PMGCJRNT         PIC XX VALUE SPACES.
  9300 77  WS-STATUT-PMGCVALT         PIC XX VALUE SPACES.
  9400 77  WS-IND-FIN-TRAN            PIC X VALUE "N".
  9500     88  WS-FIN-TRAN                VALUE "O".
  9600 77  WS-IND-FIN-TIER            PIC X VALUE "N".
  9700     88  WS-FIN-TIER                VALUE "O".
  9800*    TIERS DE LA TRANSACTION PRESENT DANS LE FICHIER (OU CREE
  9900*    DANS LA CAMPAGNE)
 10000 77  WS-IND-TIERS               PIC X VALUE "N".
 10100     88  WS-TIERS-PRESENT           VALUE "O".
 10200*    TIERS CREE EN COURS D'INSERTION DANS LA ZONE TIE-ENREG
 10300 77  WS-IND-INSERTION           PIC X VALUE "N".
 10400     88  WS-TIERS-INSERE            VALUE "O".
 10500 77  WS-IND-RIB                 PIC X VALUE "N".
 10600     88  WS-RIB-VALIDE              VALUE "O".
 10700*    ISSUE DE LA DOUBLE VALIDATION D'UNE SAISIE DE RIB
 10800 77  WS-ETAT-SAISIE             PIC X VALUE SPACE.
 10900     88  WS-SAISIE-STOCKEE          VALUE "1".
 11000     88  WS-SAISIE-VALIDEE          VALUE "2".
 11100     88  WS-SAISIE-REJETEE          VALUE "R".
 11200 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
 11300 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
 11400*
 11500 01  WS-COMPTEURS.
 11600     05  WS-NB-LUES             PIC 9(07) COMP VALUE ZERO.
 11700     05  WS-NB-APPLIQUEES       PIC 9(07) COMP VALUE ZERO.
 11800     05  WS-NB-A-VALIDER        PIC 9(07) COMP VALUE ZERO.
 11900     05  WS-NB-REJETEES         PIC 9(07) COMP VALUE ZERO.
 12000     05  WS-NB-TIERS            PIC 9(07) COMP VALUE ZERO.
 12100     05  WS-NB-DOMI-SAISIES     PIC 9(07) COMP VALUE ZERO.
 12200*
 12300*    ENREGISTREMENT PMGCTIER LU D'AVANCE, MIS DE COTE PENDANT
 12400*    L'INSERTION D'UN TIERS CREE (MEME DECOUPAGE QUE CYWTIER)
 12500 01  WS-TIE-SUIVANT             PIC X(93).
 12600*
 12700*    ENREGISTREMENT DE DOMICILIATION ECRIT DANS RIBDOMS (MEME
 12800*    DECOUPAGE QUE CYWDOMI)
 12900 01  WS-DOM-SOR.
 13000     05  SOR-TIE-ID             PIC X(10).
 13100     05  SOR-DT-EFFET           PIC 9(08).
 13200     05  SOR-STATUT             PIC X(01).
 13300     05  SOR-DOMIC              PIC X(47).
 13400     05  SOR-TYPE-DOM           PIC X(01).
 13500*
 13600*
 13700*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 13800 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 13900 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 14000 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 14100 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 14200 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 14300*
 14400 PROCEDURE DIVISION.
 14500*
 14600*///////////////////////////////////////////////////////////////
 14700*  0000-MAINLINE - TRI DES TRANSACTIONS PAR TIERS, MISE A JOUR  *
 14800*                  EN FUSION AVEC PMGCTIER, PUIS FUSION DES     *
 14900*                  DOMICILIATIONS SAISIES AVEC PMGCDOMI         *
 15000*///////////////////////////////////////////////////////////////
 15100 0000-MAINLINE SECTION.
 15200 0000-DEBUT.
 15300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 15400     SORT TRITRA
 15500         ON ASCENDING KEY TTI-TIE-ID
 15600         WITH DUPLICATES IN ORDER
 15700         USING PMGCTRAT
 15800         OUTPUT PROCEDURE IS 2000-MISE-A-JOUR.
 15900     PERFORM 4000-FUSION-DOMICILIATIONS THRU 4000-EXIT.
 16000     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 16100 0000-EXIT.
 16200     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 16300     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 16400     STOP RUN.
 16500*
 16600*///////////////////////////////////////////////////////////////
 16700*  1000-INITIALISATION - OUVERTURE DES FICHIERS (PMGCTRAT ET    *
 16800*                        PMGCDOMI SONT OUVERTS PAR LES TRIS     *
 16900*                        EUX-MEMES) ET PREMIER TIERS            *
 17000*///////////////////////////////////////////////////////////////
 17100 1000-INITIALISATION SECTION.
 17200 1000-DEBUT.
 17300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 17400     ACCEPT WS-HEURE-JOUR FROM TIME.
 17500*        CONTROLE PREALABLE DE LA PRESENCE DES FICHIERS QUE LES
 17600*        TRIS OUVRIRONT EUX-MEMES ENSUITE
 17700     OPEN INPUT PMGCTRAT.
 17800     IF WS-STATUT-PMGCTRAT NOT = "00"
 17900         DISPLAY "BPRIB22 - ERREUR OUVERTURE PMGCTRAT "
 18000                 WS-STATUT-PMGCTRAT
 18100         MOVE 12 TO WS-CODE-RETOUR
 18200         GO TO 0000-EXIT.
 18300     CLOSE PMGCTRAT.
 18400     OPEN INPUT PMGCDOMI.
 18500     IF WS-STATUT-PMGCDOMI NOT = "00"
 18600         DISPLAY "BPRIB22 - ERREUR OUVERTURE PMGCDOMI "
 18700                 WS-STATUT-PMGCDOMI
 18800         MOVE 12 TO WS-CODE-RETOUR
 18900         GO TO 0000-EXIT.
 19000     CLOSE PMGCDOMI.
 19100     OPEN INPUT PMGCTIER.
 19200     IF WS-STATUT-PMGCTIER NOT = "00"
 19300         DISPLAY "BPRIB22 - ERREUR OUVERTURE PMGCTIER "
 19400                 WS-STATUT-PMGCTIER
 19500         MOVE 12 TO WS-CODE-RETOUR
 19600         GO TO 0000-EXIT.
 19700     OPEN I-O PMGCVALT.
 19800*        PREMIERE CAMPAGNE : LE STOCK N'EXISTE PAS ENCORE
 19900     IF WS-STATUT-PMGCVALT NOT = "00"
 20000         OPEN OUTPUT PMGCVALT
 20100         CLOSE PMGCVALT
 20200         OPEN I-O PMGCVALT.
 20300     IF WS-STATUT-PMGCVALT NOT = "00"
 20400         DISPLAY "BPRIB22 - ERREUR OUVERTURE PMGCVALT "
 20500                 WS-STATUT-PMGCVALT
 20600         MOVE 12 TO WS-CODE-RETOUR
 20700         GO TO 0000-EXIT.
 20800     OPEN OUTPUT PMGCTIEN.
 20900     OPEN OUTPUT RIBDOMS.
 21000     OPEN EXTEND PMGCJRNT.
 21100     IF WS-STATUT-PMGCJRNT NOT = "00"
 21200         OPEN OUTPUT PMGCJRNT.
 21300     PERFORM 2250-LECTURE-TIER THRU 2250-EXIT.
 21400 1000-EXIT.
 21500     EXIT.
 21600*
 21700*///////////////////////////////////////////////////////////////
 21800*  2000-MISE-A-JOUR - PROCEDURE DE SORTIE DU TRI : FUSION PAR   *
 21900*                     CLE DES TRANSACTIONS TRIEES ET DE         *
 22000*                     PMGCTIER, RECOPIE DANS PMGCTIEN           *
 22100*///////////////////////////////////////////////////////////////
 22200 2000-MISE-A-JOUR SECTION.
 22300 2000-DEBUT.
 22400     PERFORM 2100-RETOUR-TRAN THRU 2100-EXIT.
 22500 2000-BOUCLE.
 22600     IF WS-FIN-TRAN
 22700         GO TO 2000-FIN.
 22800     PERFORM 2200-POSITIONNER-TIERS THRU 2200-EXIT.
 22900     PERFORM 3000-TRAITEMENT THRU 3000-EXIT.
 23000     PERFORM 2100-RETOUR-TRAN THRU 2100-EXIT.
 23100     GO TO 2000-BOUCLE.
 23200 2000-FIN.
 23300     PERFORM 2300-RECOPIE-RESTANTS THRU 2300-EXIT.
 23400 2000-EXIT.
 23500     EXIT.
 23600*
 23700 2100-RETOUR-TRAN SECTION.
 23800 2100-DEBUT.
 23900     RETURN TRITRA
 24000         AT END
 24100             MOVE "O" TO WS-IND-FIN-TRAN
 24200             GO TO 2100-EXIT.
 24300 2100-EXIT.
 24400     EXIT.
 24500*
 24600*///////////////////////////////////////////////////////////////
 24700*  2200-POSITIONNER-TIERS - RECOPIE DES TIERS SANS TRANSACTION  *
 24800*                           JUSQU'AU TIERS DE LA TRANSACTION    *
 24900*                           COURANTE ; UN TIERS CREE EST ECRIT  *
 25000*                           DES QUE LES TRANSACTIONS PASSENT    *
 25100*                           A UN AUTRE IDENTIFIANT, PUIS LE     *
 25200*                           TIERS LU D'AVANCE EST RESTAURE      *
 25300*///////////////////////////////////////////////////////////////
 25400 2200-POSITIONNER-TIERS SECTION.
 25500 2200-DEBUT.
 25600     IF WS-TIERS-INSERE AND TIE-ID NOT = TTI-TIE-ID
 25700         WRITE TIN-ENREG FROM TIE-ENREG
 25800         MOVE WS-TIE-SUIVANT TO TIE-ENREG
 25900         MOVE "N" TO WS-IND-INSERTION.
 26000 2200-RECOPIE.
 26100     IF WS-TIERS-INSERE OR WS-FIN-TIER
 26200         GO TO 2200-POSITION.
 26300     IF TIE-ID < TTI-TIE-ID
 26400         WRITE TIN-ENREG FROM TIE-ENREG
 26500         PERFORM 2250-LECTURE-TIER THRU 2250-EXIT
 26600         GO TO 2200-RECOPIE.
 26700 2200-POSITION.
 26800     MOVE "N" TO WS-IND-TIERS.
 26900     IF WS-TIERS-INSERE
 27000         MOVE "O" TO WS-IND-TIERS
 27100         GO TO 2200-EXIT.
 27200     IF NOT WS-FIN-TIER AND TIE-ID = TTI-TIE-ID
 27300         MOVE "O" TO WS-IND-TIERS.
 27400 2200-EXIT.
 27500     EXIT.
 27600*
 27700 2250-LECTURE-TIER SECTION.
 27800 2250-DEBUT.
 27900     READ PMGCTIER
 28000         AT END
 28100             MOVE "O" TO WS-IND-FIN-TIER
 28200             GO TO 2250-EXIT.
 28300     ADD 1 TO WS-NB-TIERS.
 28400 2250-EXIT.
 28500     EXIT.
 28600*
 28700*///////////////////////////////////////////////////////////////
 28800*  2300-RECOPIE-RESTANTS - ECRITURE DU DERNIER TIERS CREE ET    *
 28900*                          RECOPIE DES TIERS SANS TRANSACTION   *
 29000*                          APRES LA DERNIERE TRANSACTION        *
 29100*///////////////////////////////////////////////////////////////
 29200 2300-RECOPIE-RESTANTS SECTION.
 29300 2300-DEBUT.
 29400     IF WS-TIERS-INSERE
 29500         WRITE TIN-ENREG FROM TIE-ENREG
 29600         MOVE WS-TIE-SUIVANT TO TIE-ENREG
 29700         MOVE "N" TO WS-IND-INSERTION.
 29800 2300-BOUCLE.
 29900     IF WS-FIN-TIER
 30000         GO TO 2300-EXIT.
 30100     WRITE TIN-ENREG FROM TIE-ENREG.
 30200     PERFORM 2250-LECTURE-TIER THRU 2250-EXIT.
 30300     GO TO 2300-BOUCLE.
 30400 2300-EXIT.
 30500     EXIT.
 30600*
 30700*///////////////////////////////////////////////////////////////
 30800*  3000-TRAITEMENT - APPLICATION D'UNE TRANSACTION AU TIERS     *
 30900*                    POSITIONNE (ENTETE DU JOURNAL, IMAGE       *
 31000*                    AVANT, AIGUILLAGE PAR TYPE D'OPERATION)    *
 31100*///////////////////////////////////////////////////////////////
 31200 3000-TRAITEMENT SECTION.
 31300 3000-DEBUT.
 31400     ADD 1 TO WS-NB-LUES.
 31500     MOVE SPACES TO JTI-ENREG.
 31600     MOVE TTI-TYPE-OPER TO JTI-TYPE-OPER.
 31700     MOVE TTI-USER      TO JTI-USER.
 31800     MOVE TTI-USER      TO JTI-USER-SAISIE.
 31900     MOVE WS-DATE-JOUR  TO JTI-DATE.
 32000     MOVE WS-HEURE-JOUR TO JTI-HEURE.
 32100     MOVE TTI-TIE-ID    TO JTI-TIE-ID.
 32200     IF TTI-DOMICILIATION
 32300         MOVE TTI-DT-EFFET TO JTI-DT-EFFET.
 32400     PERFORM 3800-IMAGE-AVANT THRU 3800-EXIT.
 32500     IF TTI-CREATION
 32600         PERFORM 3300-APPLIQUER-CREATION THRU 3300-EXIT
 32700     ELSE IF TTI-MODIFICATION
 32800         PERFORM 3400-APPLIQUER-MODIF THRU 3400-EXIT
 32900     ELSE IF TTI-CLOTURE
 33000         PERFORM 3500-APPLIQUER-CLOTURE THRU 3500-EXIT
 33100     ELSE IF TTI-DOMICILIATION
 33200         PERFORM 3600-APPLIQUER-DOMICIL THRU 3600-EXIT
 33300     ELSE IF TTI-ABANDON
 33400         PERFORM 3700-APPLIQUER-ABANDON THRU 3700-EXIT
 33500     ELSE
 33600         DISPLAY "BPRIB22 - TYPE OPERATION INCONNU "
 33700                 TTI-TYPE-OPER " " TTI-TIE-ID
 33800         PERFORM 3950-TRACE-REJET THRU 3950-EXIT.
 33900 3000-EXIT.
 34000     EXIT.
 34100*
 34200*///////////////////////////////////////////////////////////////
 34300*  3100-CONTROLE-RIB - CONTROLE PAR SBCRIB DU RIB SAISI : RIB   *
 34400*                      ET IBAN CALCULE POUR UNE DOMICILIATION   *
 34500*                      FRANCAISE, FONCTION D (IBAN COMPLET)     *
 34600*                      POUR UNE DOMICILIATION ETRANGERE         *
 34700*///////////////////////////////////////////////////////////////
 34800 3100-CONTROLE-RIB SECTION.
 34900 3100-DEBUT.
 35000     MOVE "N" TO WS-IND-RIB.
 35100     IF NOT TTI-DOM-FRANCE AND NOT TTI-DOM-ETRANGER
 35200         DISPLAY "BPRIB22 - TYPE DE DOMICILIATION INVALIDE "
 35300                 TTI-TYPE-DOM " " TTI-TIE-ID
 35400         GO TO 3100-EXIT.
 35500     IF TTI-DOM-ETRANGER
 35600         MOVE "D" TO RFCT-CODE
 35700         MOVE TTI-IBAN TO RIBEIBAN
 35800         CALL "SBCRIB" USING RFCT RENT RSOR
 35900         MOVE "T" TO RFCT-CODE
 36000         GO TO 3100-CONTROLE.
 36100     MOVE TTI-COBANQ  TO RIBECOBANQ.
 36200     MOVE TTI-COGUIC  TO RIBECOGUIC.
 36300     MOVE TTI-DOMICI  TO RIBEDOMICI.
 36400     MOVE TTI-CLERIB  TO RIBECLERIB.
 36500     MOVE TTI-NOCPTE  TO RIBENOCPTE.
 36600     CALL "SBCRIB" USING RFCT RENT RSOR.
 36700 3100-CONTROLE.
 36800     IF RIND NOT = "0" OR RINDIBAN NOT = "0"
 36900         DISPLAY "BPRIB22 - RIB REFUSE PAR SBCRIB " TTI-TIE-ID
 37000                 " RIND " RIND " RINDIBAN " RINDIBAN
 37100         GO TO 3100-EXIT.
 37200     MOVE "O" TO WS-IND-RIB.
 37300 3100-EXIT.
 37400     EXIT.
 37500*
 37600*///////////////////////////////////////////////////////////////
 37700*  3200-DOUBLE-VALIDATION - PREMIERE SAISIE : STOCKAGE DANS     *
 37800*                           PMGCVALT ; SECONDE SAISIE : REFUS   *
 37900*                           SI MEME UTILISATEUR OU DONNEES      *
 38000*                           DIFFERENTES (LA PREMIERE SAISIE     *
 38100*                           EST CONSERVEE), SINON SUPPRESSION   *
 38200*                           DU STOCK ET APPLICATION PAR         *
 38300*                           L'APPELANT                          *
 38400*///////////////////////////////////////////////////////////////
 38500 3200-DOUBLE-VALIDATION SECTION.
 38600 3200-DEBUT.
 38700     MOVE "R" TO WS-ETAT-SAISIE.
 38800     MOVE TTI-TIE-ID TO VLT-TIE-ID.
 38900     READ PMGCVALT
 39000         INVALID KEY
 39100             MOVE "23" TO WS-STATUT-PMGCVALT
 39200     END-READ.
 39300     IF WS-STATUT-PMGCVALT = "00"
 39400         GO TO 3200-SECONDE-SAISIE.
 39500     INITIALIZE VLT-ENREG.
 39600     MOVE TTI-TIE-ID    TO VLT-TIE-ID.
 39700     MOVE TTI-TYPE-OPER TO VLT-TYPE-OPER.
 39800     MOVE TTI-DONNEES   TO VLT-DONNEES.
 39900     MOVE TTI-USER      TO VLT-USER-SAISIE.
 40000     MOVE WS-DATE-JOUR  TO VLT-DATE-SAISIE.
 40100     MOVE WS-HEURE-JOUR TO VLT-HEURE-SAISIE.
 40200     WRITE VLT-ENREG
 40300         INVALID KEY
 40400             DISPLAY "BPRIB22 - ERREUR ECRITURE PMGCVALT "
 40500                     WS-STATUT-PMGCVALT
 40600             PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 40700             GO TO 3200-EXIT.
 40800     MOVE "1" TO WS-ETAT-SAISIE.
 40900     MOVE "1" TO JTI-ETAPE.
 41000     PERFORM 3830-IMAGE-SAISIE THRU 3830-EXIT.
 41100     ADD 1 TO WS-NB-A-VALIDER.
 41200     WRITE JTI-ENREG.
 41300     GO TO 3200-EXIT.
 41400 3200-SECONDE-SAISIE.
 41500     MOVE VLT-USER-SAISIE TO JTI-USER-SAISIE.
 41600     IF VLT-USER-SAISIE = TTI-USER
 41700         DISPLAY "BPRIB22 - VALIDATION REJETEE, MEME "
 41800                 "UTILISATEUR QUE LA SAISIE " TTI-TIE-ID
 41900                 " " TTI-USER
 42000         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 42100         GO TO 3200-EXIT.
 42200     IF VLT-TYPE-OPER NOT = TTI-TYPE-OPER
 42300         OR VLT-DONNEES NOT = TTI-DONNEES
 42400         DISPLAY "BPRIB22 - VALIDATION REJETEE, SAISIES "
 42500                 "DIVERGENTES " TTI-TIE-ID " " VLT-USER-SAISIE
 42600                 "/" TTI-USER
 42700         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 42800         GO TO 3200-EXIT.
 42900     DELETE PMGCVALT RECORD
 43000         INVALID KEY
 43100             DISPLAY "BPRIB22 - ERREUR SUPPRESSION PMGCVALT "
 43200                     WS-STATUT-PMGCVALT
 43300             PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 43400             GO TO 3200-EXIT.
 43500     MOVE "2" TO WS-ETAT-SAISIE.
 43600     MOVE "2" TO JTI-ETAPE.
 43700 3200-EXIT.
 43800     EXIT.
 43900*
 44000*///////////////////////////////////////////////////////////////
 44100*  3300-APPLIQUER-CREATION - NOUVEAU TIERS AVEC SA              *
 44200*                            DOMICILIATION INITIALE (ACTIVE),   *
 44300*                            APRES DOUBLE VALIDATION ; LE TIERS *
 44400*                            EST CONSTRUIT DANS TIE-ENREG, LE   *
 44500*                            TIERS LU D'AVANCE ETANT MIS DE     *
 44600*                            COTE JUSQU'A SON ECRITURE          *
 44700*///////////////////////////////////////////////////////////////
 44800 3300-APPLIQUER-CREATION SECTION.
 44900 3300-DEBUT.
 45000     IF WS-TIERS-PRESENT
 45100         DISPLAY "BPRIB22 - CREATION REJETEE, EXISTE DEJA "
 45200                 TTI-TIE-ID
 45300         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 45400         GO TO 3300-EXIT.
 45500     IF TTI-NOM = SPACES
 45600         OR (TTI-POPULATION NOT = SPACE AND NOT = "F"
 45700             AND NOT = "S")
 45800         DISPLAY "BPRIB22 - CREATION REJETEE, NOM OU "
 45900                 "POPULATION INVALIDE " TTI-TIE-ID
 46000         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 46100         GO TO 3300-EXIT.
 46200     PERFORM 3100-CONTROLE-RIB THRU 3100-EXIT.
 46300     IF NOT WS-RIB-VALIDE
 46400         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 46500         GO TO 3300-EXIT.
 46600     PERFORM 3200-DOUBLE-VALIDATION THRU 3200-EXIT.
 46700     IF NOT WS-SAISIE-VALIDEE
 46800         GO TO 3300-EXIT.
 46900     MOVE TIE-ENREG TO WS-TIE-SUIVANT.
 47000     MOVE "O" TO WS-IND-INSERTION.
 47100     MOVE "O" TO WS-IND-TIERS.
 47200     INITIALIZE TIE-ENREG.
 47300     MOVE TTI-TIE-ID     TO TIE-ID.
 47400     MOVE TTI-NOM        TO TIE-NOM.
 47500     MOVE TTI-POPULATION TO TIE-POPULATION.
 47600     IF TTI-DOM-ETRANGER
 47700         MOVE TTI-DOMIC-ETR TO TIE-DOMIC-ETR
 47800         MOVE "E"           TO TIE-TYPE-DOM
 47900     ELSE
 48000         MOVE TTI-DOMIC-RIB TO TIE-DOMIC-RIB
 48100         MOVE RIBSDOMICI    TO TIE-DOMICI
 48200         MOVE "F"           TO TIE-TYPE-DOM.
 48300     MOVE "N"            TO TIE-IND-ANOM.
 48400     MOVE "A"            TO TIE-STATUT.
 48500     MOVE ZERO           TO TIE-DT-CLOTURE.
 48600*        LA DOMICILIATION INITIALE EST ACTIVE DES LA CREATION
 48700     MOVE "A"            TO SOR-STATUT.
 48800     MOVE WS-DATE-JOUR   TO SOR-DT-EFFET.
 48900     MOVE TIE-DOMIC-RIB  TO SOR-DOMIC.
 49000     MOVE TIE-TYPE-DOM   TO SOR-TYPE-DOM.
 49100     PERFORM 3850-ECRIRE-DOMICIL THRU 3850-EXIT.
 49200     PERFORM 3810-IMAGE-APRES THRU 3810-EXIT.
 49300     PERFORM 3900-TRACE-APPLIQUEE THRU 3900-EXIT.
 49400 3300-EXIT.
 49500     EXIT.
 49600*
 49700*///////////////////////////////////////////////////////////////
 49800*  3400-APPLIQUER-MODIF - MODIFICATION DU NOM ET/OU DE LA       *
 49900*                         POPULATION (ZONE A BLANC = INCHANGEE) *
 50000*///////////////////////////////////////////////////////////////
 50100 3400-APPLIQUER-MODIF SECTION.
 50200 3400-DEBUT.
 50300     IF NOT WS-TIERS-PRESENT
 50400         DISPLAY "BPRIB22 - MODIFICATION REJETEE, INCONNU "
 50500                 TTI-TIE-ID
 50600         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 50700         GO TO 3400-EXIT.
 50800     IF TIE-CLOS
 50900         DISPLAY "BPRIB22 - MODIFICATION REJETEE, TIERS CLOS "
 51000                 TTI-TIE-ID
 51100         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 51200         GO TO 3400-EXIT.
 51300     IF (TTI-NOM = SPACES AND TTI-POPULATION = SPACE)
 51400         OR (TTI-POPULATION NOT = SPACE AND NOT = "F"
 51500             AND NOT = "S")
 51600         DISPLAY "BPRIB22 - MODIFICATION REJETEE, NOM OU "
 51700                 "POPULATION INVALIDE " TTI-TIE-ID
 51800         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 51900         GO TO 3400-EXIT.
 52000     IF TTI-NOM NOT = SPACES
 52100         MOVE TTI-NOM TO TIE-NOM.
 52200     IF TTI-POPULATION NOT = SPACE
 52300         MOVE TTI-POPULATION TO TIE-POPULATION.
 52400     PERFORM 3810-IMAGE-APRES THRU 3810-EXIT.
 52500     PERFORM 3900-TRACE-APPLIQUEE THRU 3900-EXIT.
 52600 3400-EXIT.
 52700     EXIT.
 52800*
 52900*///////////////////////////////////////////////////////////////
 53000*  3500-APPLIQUER-CLOTURE - CLOTURE DU TIERS (STATUT ET DATE) ; *
 53100*                           LE TIERS RESTE DANS LE FICHIER      *
 53200*///////////////////////////////////////////////////////////////
 53300 3500-APPLIQUER-CLOTURE SECTION.
 53400 3500-DEBUT.
 53500     IF NOT WS-TIERS-PRESENT
 53600         DISPLAY "BPRIB22 - CLOTURE REJETEE, INCONNU "
 53700                 TTI-TIE-ID
 53800         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 53900         GO TO 3500-EXIT.
 54000     IF TIE-CLOS
 54100         DISPLAY "BPRIB22 - CLOTURE REJETEE, DEJA CLOS "
 54200                 TTI-TIE-ID
 54300         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 54400         GO TO 3500-EXIT.
 54500     MOVE "C"          TO TIE-STATUT.
 54600     MOVE WS-DATE-JOUR TO TIE-DT-CLOTURE.
 54700     PERFORM 3810-IMAGE-APRES THRU 3810-EXIT.
 54800     PERFORM 3900-TRACE-APPLIQUEE THRU 3900-EXIT.
 54900 3500-EXIT.
 55000     EXIT.
 55100*
 55200*///////////////////////////////////////////////////////////////
 55300*  3600-APPLIQUER-DOMICIL - AJOUT D'UNE DOMICILIATION EN        *
 55400*                           ATTENTE (DATE D'EFFET NON           *
 55500*                           ANTERIEURE AU JOUR), APRES DOUBLE   *
 55600*                           VALIDATION ; LE TIERS N'EST PAS     *
 55700*                           MODIFIE AVANT LA PROMOTION BPRIB11  *
 55800*///////////////////////////////////////////////////////////////
 55900 3600-APPLIQUER-DOMICIL SECTION.
 56000 3600-DEBUT.
 56100     IF NOT WS-TIERS-PRESENT
 56200         DISPLAY "BPRIB22 - DOMICILIATION REJETEE, INCONNU "
 56300                 TTI-TIE-ID
 56400         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 56500         GO TO 3600-EXIT.
 56600     IF TIE-CLOS
 56700         DISPLAY "BPRIB22 - DOMICILIATION REJETEE, TIERS CLOS "
 56800                 TTI-TIE-ID
 56900         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 57000         GO TO 3600-EXIT.
 57100     IF TTI-DT-EFFET NOT NUMERIC
 57200         OR TTI-DT-EFFET < WS-DATE-JOUR
 57300         DISPLAY "BPRIB22 - DOMICILIATION REJETEE, DATE "
 57400                 "D'EFFET INVALIDE " TTI-TIE-ID
 57500         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 57600         GO TO 3600-EXIT.
 57700     PERFORM 3100-CONTROLE-RIB THRU 3100-EXIT.
 57800     IF NOT WS-RIB-VALIDE
 57900         PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 58000         GO TO 3600-EXIT.
 58100     PERFORM 3200-DOUBLE-VALIDATION THRU 3200-EXIT.
 58200     IF NOT WS-SAISIE-VALIDEE
 58300         GO TO 3600-EXIT.
 58400     MOVE "P"           TO SOR-STATUT.
 58500     MOVE TTI-DT-EFFET  TO SOR-DT-EFFET.
 58600     MOVE TTI-DOMIC-RIB TO SOR-DOMIC.
 58700     IF TTI-DOM-ETRANGER
 58800         MOVE "E" TO SOR-TYPE-DOM
 58900     ELSE
 59000         MOVE "F" TO SOR-TYPE-DOM.
 59100     PERFORM 3850-ECRIRE-DOMICIL THRU 3850-EXIT.
 59200     PERFORM 3830-IMAGE-SAISIE THRU 3830-EXIT.
 59300     PERFORM 3900-TRACE-APPLIQUEE THRU 3900-EXIT.
 59400 3600-EXIT.
 59500     EXIT.
 59600*
 59700*///////////////////////////////////////////////////////////////
 59800*  3700-APPLIQUER-ABANDON - SUPPRESSION D'UNE SAISIE EN ATTENTE *
 59900*                           DE VALIDATION (ERREUR DE SAISIE     *
 60000*                           OU DEMANDE RETIREE)                 *
 60100*///////////////////////////////////////////////////////////////
 60200 3700-APPLIQUER-ABANDON SECTION.
 60300 3700-DEBUT.
 60400     MOVE "X" TO JTI-TYPE-OPER.
 60500     MOVE TTI-TIE-ID TO VLT-TIE-ID.
 60600     READ PMGCVALT
 60700         INVALID KEY
 60800             DISPLAY "BPRIB22 - ABANDON REJETE, AUCUNE SAISIE "
 60900                     "EN ATTENTE " TTI-TIE-ID
 61000             PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 61100             GO TO 3700-EXIT.
 61200     MOVE VLT-USER-SAISIE TO JTI-USER-SAISIE.
 61300     IF VLT-TYPE-OPER = "D"
 61400         MOVE VLT-DT-EFFET TO JTI-DT-EFFET.
 61500     DELETE PMGCVALT RECORD
 61600         INVALID KEY
 61700             DISPLAY "BPRIB22 - ERREUR SUPPRESSION PMGCVALT "
 61800                     WS-STATUT-PMGCVALT
 61900             PERFORM 3950-TRACE-REJET THRU 3950-EXIT
 62000             GO TO 3700-EXIT.
 62100     PERFORM 3900-TRACE-APPLIQUEE THRU 3900-EXIT.
 62200 3700-EXIT.
 62300     EXIT.
 62400*
 62500*///////////////////////////////////////////////////////////////
 62600*  3800-IMAGE-AVANT - TIERS AVANT LA TRANSACTION (A BLANC POUR  *
 62700*                     UN TIERS INCONNU) ; LES ZONES RIB OU      *
 62800*                     IBAN/BIC SELON LE TYPE DE DOMICILIATION   *
 62900*///////////////////////////////////////////////////////////////
 63000 3800-IMAGE-AVANT SECTION.
 63100 3800-DEBUT.
 63200     IF NOT WS-TIERS-PRESENT
 63300         GO TO 3800-EXIT.
 63400     MOVE TIE-NOM        TO JTI-AVT-NOM.
 63500     MOVE TIE-POPULATION TO JTI-AVT-POPULATION.
 63600     MOVE TIE-TYPE-DOM   TO JTI-AVT-TYPE-DOM.
 63700     MOVE TIE-STATUT     TO JTI-AVT-STATUT.
 63800     IF TIE-DOM-ETRANGER
 63900         MOVE TIE-IBAN   TO JTI-AVT-IBAN
 64000         MOVE TIE-BIC    TO JTI-AVT-BIC
 64100         GO TO 3800-EXIT.
 64200     MOVE TIE-COBANQ     TO JTI-AVT-COBANQ.
 64300     MOVE TIE-COGUIC     TO JTI-AVT-COGUIC.
 64400     MOVE TIE-CLERIB     TO JTI-AVT-CLERIB.
 64500     MOVE TIE-NOCPTE     TO JTI-AVT-NOCPTE.
 64600 3800-EXIT.
 64700     EXIT.
 64800*
 64900 3810-IMAGE-APRES SECTION.
 65000 3810-DEBUT.
 65100     MOVE TIE-NOM        TO JTI-APR-NOM.
 65200     MOVE TIE-POPULATION TO JTI-APR-POPULATION.
 65300     MOVE TIE-TYPE-DOM   TO JTI-APR-TYPE-DOM.
 65400     MOVE TIE-STATUT     TO JTI-APR-STATUT.
 65500     IF TIE-DOM-ETRANGER
 65600         MOVE TIE-IBAN   TO JTI-APR-IBAN
 65700         MOVE TIE-BIC    TO JTI-APR-BIC
 65800         GO TO 3810-EXIT.
 65900     MOVE TIE-COBANQ     TO JTI-APR-COBANQ.
 66000     MOVE TIE-COGUIC     TO JTI-APR-COGUIC.
 66100     MOVE TIE-CLERIB     TO JTI-APR-CLERIB.
 66200     MOVE TIE-NOCPTE     TO JTI-APR-NOCPTE.
 66300 3810-EXIT.
 66400     EXIT.
 66500*
 66600*///////////////////////////////////////////////////////////////
 66700*  3830-IMAGE-SAISIE - IMAGE APRES CONSTRUITE A PARTIR DES      *
 66800*                      DONNEES SAISIES (PREMIERE SAISIE, OU     *
 66900*                      DOMICILIATION QUI NE MODIFIE LE TIERS    *
 67000*                      QU'A SA PROMOTION)                       *
 67100*///////////////////////////////////////////////////////////////
 67200 3830-IMAGE-SAISIE SECTION.
 67300 3830-DEBUT.
 67400     MOVE JTI-AVT-COMPL TO JTI-APR-COMPL.
 67500     MOVE SPACES        TO JTI-APRES.
 67600     IF TTI-CREATION
 67700         MOVE TTI-NOM        TO JTI-APR-NOM
 67800         MOVE TTI-POPULATION TO JTI-APR-POPULATION
 67900         MOVE "A"            TO JTI-APR-STATUT.
 68000     MOVE "F"           TO JTI-APR-TYPE-DOM.
 68100     IF TTI-DOM-ETRANGER
 68150         MOVE "E"       TO JTI-APR-TYPE-DOM
 68200         MOVE TTI-IBAN  TO JTI-APR-IBAN
 68300         MOVE TTI-BIC   TO JTI-APR-BIC
 68400         GO TO 3830-EXIT.
 68500     MOVE SPACES        TO JTI-APR-IBAN.
 68600     MOVE SPACES        TO JTI-APR-BIC.
 68700     MOVE TTI-COBANQ    TO JTI-APR-COBANQ.
 68800     MOVE TTI-COGUIC    TO JTI-APR-COGUIC.
 68900     MOVE TTI-CLERIB    TO JTI-APR-CLERIB.
 69000     MOVE TTI-NOCPTE    TO JTI-APR-NOCPTE.
 69100 3830-EXIT.
 69200     EXIT.
 69300*
 69400 3850-ECRIRE-DOMICIL SECTION.
 69500 3850-DEBUT.
 69600     MOVE TTI-TIE-ID TO SOR-TIE-ID.
 69700     WRITE DOMS-ENREG FROM WS-DOM-SOR.
 69800     ADD 1 TO WS-NB-DOMI-SAISIES.
 69900 3850-EXIT.
 70000     EXIT.
 70100*
 70200 3900-TRACE-APPLIQUEE SECTION.
 70300 3900-DEBUT.
 70400     ADD 1 TO WS-NB-APPLIQUEES.
 70500     WRITE JTI-ENREG.
 70600 3900-EXIT.
 70700     EXIT.
 70800*
 70900 3950-TRACE-REJET SECTION.
 71000 3950-DEBUT.
 71100     ADD 1 TO WS-NB-REJETEES.
 71200     MOVE "R" TO JTI-ETAPE.
 71300     WRITE JTI-ENREG.
 71400 3950-EXIT.
 71500     EXIT.
 71600*
 71700*///////////////////////////////////////////////////////////////
 71800*  4000-FUSION-DOMICILIATIONS - PMGCDOMN = PMGCDOMI + LES       *
 71900*                               DOMICILIATIONS SAISIES, TRIES   *
 72000*                               PAR TIERS PUIS DATE D'EFFET     *
 72100*                               (CF CYWDOMI)                    *
 72200*///////////////////////////////////////////////////////////////
 72300 4000-FUSION-DOMICILIATIONS SECTION.
 72400 4000-DEBUT.
 72500     CLOSE RIBDOMS.
 72600     SORT TRIDOM
 72700         ON ASCENDING KEY TDM-TIE-ID
 72800                          TDM-DT-EFFET
 72900         WITH DUPLICATES IN ORDER
 73000         USING PMGCDOMI RIBDOMS
 73100         GIVING PMGCDOMN.
 73200 4000-EXIT.
 73300     EXIT.
 73400*
 73500*///////////////////////////////////////////////////////////////
 73600*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 73700*///////////////////////////////////////////////////////////////
 73800 9000-TERMINAISON SECTION.
 73900 9000-DEBUT.
 74000     CLOSE PMGCTIER.
 74100     CLOSE PMGCTIEN.
 74200     CLOSE PMGCJRNT.
 74300     CLOSE PMGCVALT.
 74400     DISPLAY "BPRIB22 - LUES      : " WS-NB-LUES.
 74500     DISPLAY "BPRIB22 - APPLIQUEES: " WS-NB-APPLIQUEES.
 74600     DISPLAY "BPRIB22 - A VALIDER : " WS-NB-A-VALIDER.
 74700     DISPLAY "BPRIB22 - REJETEES  : " WS-NB-REJETEES.
 74800     DISPLAY "BPRIB22 - TIERS LUS : " WS-NB-TIERS.
 74900     DISPLAY "BPRIB22 - DOMICIL.  : " WS-NB-DOMI-SAISIES.
 75000 9000-EXIT.
 75100     EXIT.
 75200*
 75300*///////////////////////////////////////////////////////////////
 75400*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 75500*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
 75600*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 75700*                    POUR L'ORDONNANCEUR                        *
 75800*///////////////////////////////////////////////////////////////
 75900 9500-FIN-DE-JOB SECTION.
 76000 9500-DEBUT.
 76100     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 76200     MOVE ZERO TO WS-TAUX-REJET.
 76300     IF WS-NB-LUES > ZERO
 76400         COMPUTE WS-TAUX-REJET ROUNDED
 76500             = (WS-NB-REJETEES * 100) / WS-NB-LUES.
 76600     IF WS-CODE-RETOUR = 12
 76700         GO TO 9500-ECRITURE.
 76800     MOVE ZERO TO WS-CODE-RETOUR.
 76900     IF WS-NB-REJETEES = ZERO
 77000         GO TO 9500-ECRITURE.
 77100     MOVE 4 TO WS-CODE-RETOUR.
 77200     IF WS-TAUX-REJET > WS-SEUIL-REJET
 77300         MOVE 8 TO WS-CODE-RETOUR.
 77400 9500-ECRITURE.
 77500     OPEN EXTEND PMGCFINJ.
 77600     IF WS-STATUT-PMGCFINJ NOT = "00"
 77700         OPEN OUTPUT PMGCFINJ.
 77800     MOVE SPACES         TO FINJ-ENREG.
 77900     MOVE "BPRIB22"     TO FINJ-PROG.
 78000     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 78100     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 78200     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 78300     MOVE WS-NB-LUES TO FINJ-NB-LUS.
 78400     MOVE WS-NB-REJETEES TO FINJ-NB-REJETS.
 78500     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 78600     WRITE FINJ-ENREG.
 78700     CLOSE PMGCFINJ.
 78800     DISPLAY "BPRIB22 - CODE RETOUR : " WS-CODE-RETOUR.
 78900 9500-EXIT.
 79000     EXIT.
 79100*
 79200 9600-LIRE-SEUIL SECTION.
 79300 9600-DEBUT.
 79400     OPEN INPUT PMGCPILO.
 79500     IF WS-STATUT-PMGCPILO NOT = "00"
 79600         GO TO 9600-EXIT.
 79700 9600-BOUCLE.
 79800     READ PMGCPILO
 79900         AT END
 80000             CLOSE PMGCPILO
 80100             GO TO 9600-EXIT.
 80200     IF PIL-PROG NOT = "BPRIB22"
 80300         GO TO 9600-BOUCLE.
 80400     IF PIL-SEUIL-REJET NUMERIC
 80500         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 80600     CLOSE PMGCPILO.
 80700 9600-EXIT.
 80800     EXIT.
