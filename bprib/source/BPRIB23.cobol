   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB23.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB23 - INTERFACE COMPTABLE DES REGLEMENTS : ECRITURES     *
  1200*             DES REMISES DE VIREMENTS, DES PRELEVEMENTS ET     *
  1300*             DES VIREMENTS RETOURNES PAR LA BANQUE             *
  1400*                                                                *
  1500*   EN FIN DE CAMPAGNE, APRES LE TRAITEMENT DES RETOURS BPRIB13, *
  1600*   GENERE LE FICHIER D'ECRITURES RIBECRI AU FORMAT D'IMPORT DU  *
  1700*   LOGICIEL COMPTABLE (CF CYWECRI), A PARTIR DE :               *
  1800*     - LA REMISE DES FOURNISSEURS RIBREMIS ET CELLE DES         *
  1900*       SALAIRES RIBREMSA : DEBIT DU COMPTE TIERS PAR VIREMENT,  *
  2000*       CREDIT DU COMPTE DE BANQUE DE L'EMETTEUR POUR LE TOTAL   *
  2100*       DE CHAQUE COMPTE EMETTEUR                                *
  2200*     - LA REMISE DE PRELEVEMENTS RIBPRELV (FACULTATIVE) :       *
  2300*       CREDIT DU COMPTE TIERS PAR PRELEVEMENT, DEBIT DE LA      *
  2400*       BANQUE POUR LE TOTAL                                     *
  2500*     - LES VIREMENTS REVENUS RAPPROCHES PAR BPRIB13 (RIBREJP,   *
  2600*       MOTIF "B", FACULTATIF) : CONTRE-PASSATION, CREDIT DU     *
  2700*       COMPTE TIERS ET DEBIT DE LA BANQUE DE L'EMETTEUR         *
  2800*   LES COMPTES GENERAUX ET LE JOURNAL SONT PRIS DANS LA TABLE   *
  2900*   PMGCCPTA PAR COMPTE EMETTEUR ET PAR POPULATION. UN MOUVEMENT *
  3000*   SANS PARAMETRAGE N'EST PAS COMPTABILISE ET EST SIGNALE.      *
  3100*                                                                *
  3200*   L'ETAT DE CONTROLE PMGLCPTA RAPPROCHE, POUR CHAQUE COMPTE    *
  3300*   EMETTEUR ET POUR CHAQUE REMISE, LE TOTAL COMPTABILISE DU     *
  3400*   TOTAL ("T") PORTE PAR LA REMISE, PUIS DONNE LE TOTAL DES     *
  3500*   DEBITS ET DES CREDITS GENERES, POUR LA CLOTURE DU MOIS. TOUT *
  3600*   ECART PORTE LE CODE RETOUR A 08.                             *
  3700*                                                                *
  3800****************************************************************
  3900* MODIFICATIONS
  4000*   2026-10-15 JLB  CREATION INITIALE
  4100****************************************************************
  4200 ENVIRONMENT DIVISION.
  4300 CONFIGURATION SECTION.
  4400 SOURCE-COMPUTER. LEVEL-64.
  4500 OBJECT-COMPUTER. LEVEL-64.
  4600 INPUT-OUTPUT SECTION.
  4700 FILE-CONTROL.
  4800     COPY SELECT-PMGCCPTA.
  4900     COPY SELECT-RIBREMIS.
  5000     COPY SELECT-RIBREMSA.
  5100     COPY SELECT-RIBPRELV.
  5200     COPY SELECT-RIBREJP.
  5300     COPY SELECT-RIBECRI.
  5400     COPY SELECT-PMGLCPTA.
  5500     COPY SELECT-PMGCPILO.
  5600     COPY SELECT-PMGCFINJ.
  5700*
  5800 DATA DIVISION.
  5900 FILE SECTION.
  6000     COPY FD-PMGCCPTA.
  6100     COPY FD-RIBREMIS.
  6200     COPY FD-RIBREMSA.
  6300     COPY FD-RIBPRELV.
  6400     COPY FD-RIBREJP.
  6500     COPY FD-RIBECRI.
  6600     COPY FD-PMGLCPTA.
  6700     COPY FD-PMGCPILO.
  6800     COPY FD-PMGCFINJ.
  6900*
  7000 WORKING-STORAGE SECTION.
  7100 77  WS-STATUT-PMGCCPTA         PIC XX VALUE SPACES.
  7200 77  WS-STATUT-RIBREMIS         PIC XX VALUE SPACES.
  7300 77  WS-STATUT-RIBREMSA         PIC XX VALUE SPACES.
  7400 77  WS-STATUT-RIBPRELV         PIC XX VALUE SPACES.
  7500 77  WS-STATUT-RIBREJP          PIC XX VALUE SPACES.
  7600 77  WS-STATUT-RIBECRI          PIC XX VALUE SPACES.
  7700 77  WS-STATUT-PMGLCPTA         PIC XX VALUE SPACES.
  7800 77  WS-IND-FIN-REMISE          PIC X VALUE "N".
  7900     88  WS-FIN-REMISE              VALUE "O".
  8000 77  WS-IND-TROUVE              PIC X VALUE "N".
  8100     88  WS-TROUVE                  VALUE "O".
  8200 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  8300 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  8400 77  WS-DATE-REMISE             PIC 9(08) VALUE ZERO.
  8500 77  WS-C                       PIC 9(03) COMP VALUE ZERO.
  8600 77  WS-MT-MOUVEMENT            PIC 9(11)V99 VALUE ZERO.
  8700*
  8800*    REMISE DE VIREMENTS EN COURS : POPULATION (F = RIBREMIS,
  8900*    S = RIBREMSA), TYPE DE PIECE ET LIBELLE SUR L'ETAT
  9000 77  WS-POPULATION              PIC X(01) VALUE SPACES.
  9100     88  WS-POP-FOURNISSEUR         VALUE "F".
  9200     88  WS-POP-SALARIE             VALUE "S".
  9300 77  WS-PIECE-TYPE              PIC X(02) VALUE SPACES.
  9400 77  WS-ORIGINE                 PIC X(20) VALUE SPACES.
  9500*
  9600*    CLE DE RECHERCHE DANS LA TABLE DE PARAMETRAGE
  9700 77  WS-CLE-EMET-ID             PIC X(05) VALUE SPACES.
  9800 77  WS-CLE-POPULATION          PIC X(01) VALUE SPACES.
  9900*
 10000 01  WS-COMPTEURS.
 10100     05  WS-NB-PARAM            PIC 9(07) COMP VALUE ZERO.
 10200     05  WS-NB-LUES             PIC 9(07) COMP VALUE ZERO.
 10300     05  WS-NB-REJETEES         PIC 9(07) COMP VALUE ZERO.
 10400     05  WS-NB-ECRITURES        PIC 9(07) COMP VALUE ZERO.
 10500     05  WS-NB-ECARTS           PIC 9(07) COMP VALUE ZERO.
 10600     05  WS-NB-FICHIER          PIC 9(07) COMP VALUE ZERO.
 10700     05  WS-NB-RETOURS          PIC 9(07) COMP VALUE ZERO.
 10800 01  WS-MONTANTS.
 10900     05  WS-MT-FICHIER          PIC 9(13)V99 VALUE ZERO.
 11000     05  WS-MT-RETOURS          PIC 9(13)V99 VALUE ZERO.
 11100     05  WS-MT-RETOURS-COMPTA   PIC 9(13)V99 VALUE ZERO.
 11200     05  WS-MT-DEBIT            PIC 9(13)V99 VALUE ZERO.
 11300     05  WS-MT-CREDIT           PIC 9(13)V99 VALUE ZERO.
 11400     05  WS-MT-NON-COMPTA       PIC 9(13)V99 VALUE ZERO.
 11500*
 11600*    TABLE DE PARAMETRAGE COMPTABLE (CF PMGCCPTA), AVEC LE CUMUL
 11700*    DES LIGNES TIERS DE LA REMISE EN COURS POUR LA LIGNE DE
 11800*    BANQUE QUI LES SOLDE
 11900 01  WS-TABLE-COMPTES.
 12000     05  WS-NB-COMPTES          PIC 9(03) COMP VALUE ZERO.
 12100     05  WS-TAB-COMPTE OCCURS 100 TIMES.
 12200         10  CPT-T-EMET-ID      PIC X(05).
 12300         10  CPT-T-POPULATION   PIC X(01).
 12400         10  CPT-T-COMPTE-TIERS PIC X(10).
 12500         10  CPT-T-COMPTE-BANQUE PIC X(10).
 12600         10  CPT-T-JOURNAL      PIC X(03).
 12700         10  CPT-T-NB           PIC 9(07) COMP.
 12800         10  CPT-T-MT           PIC 9(13)V99.
 12900*
 13000 01  WS-LIGNE-DETAIL.
 13100     05  FILLER                 PIC X(01) VALUE SPACES.
 13200     05  DET-ORIGINE            PIC X(20).
 13300     05  FILLER                 PIC X(01) VALUE SPACES.
 13400     05  DET-EMET-ID            PIC X(05).
 13500     05  FILLER                 PIC X(01) VALUE SPACES.
 13600     05  DET-TIE-ID             PIC X(10).
 13700     05  FILLER                 PIC X(01) VALUE SPACES.
 13800     05  DET-MONTANT            PIC Z(10)9.99.
 13900     05  FILLER                 PIC X(01) VALUE SPACES.
 14000     05  DET-DISPOSITION        PIC X(30).
 14100     05  FILLER                 PIC X(48) VALUE SPACES.
 14200*
 14300 01  WS-LIGNE-CONTROLE.
 14400     05  FILLER                 PIC X(01) VALUE SPACES.
 14500     05  CTL-ORIGINE            PIC X(20).
 14600     05  FILLER                 PIC X(01) VALUE SPACES.
 14700     05  CTL-EMET-ID            PIC X(05).
 14800     05  FILLER                 PIC X(01) VALUE SPACES.
 14900     05  CTL-JOURNAL            PIC X(03).
 15000     05  FILLER                 PIC X(01) VALUE SPACES.
 15100     05  CTL-NB-REMIS           PIC ZZZZZZ9.
 15200     05  FILLER                 PIC X(01) VALUE SPACES.
 15300     05  CTL-MT-REMIS           PIC Z(12)9.99.
 15400     05  FILLER                 PIC X(01) VALUE SPACES.
 15500     05  CTL-NB-COMPTA          PIC ZZZZZZ9.
 15600     05  FILLER                 PIC X(01) VALUE SPACES.
 15700     05  CTL-MT-COMPTA          PIC Z(12)9.99.
 15800     05  FILLER                 PIC X(01) VALUE SPACES.
 15900     05  CTL-DISPOSITION        PIC X(14).
 16000     05  FILLER                 PIC X(36) VALUE SPACES.
 16100*
 16200 01  WS-LIGNE-TOTAL.
 16300     05  FILLER                 PIC X(20) VALUE SPACES.
 16400     05  TOT-LIBELLE            PIC X(20).
 16500     05  TOT-NB                 PIC ZZZZZZ9.
 16600     05  FILLER                 PIC X(85) VALUE SPACES.
 16700 01  WS-LIGNE-MONTANT.
 16800     05  FILLER                 PIC X(20) VALUE SPACES.
 16900     05  MNT-LIBELLE            PIC X(20).
 17000     05  MNT-MONTANT            PIC Z(12)9.99.
 17100     05  FILLER                 PIC X(76) VALUE SPACES.
 17200*
 17300 01  WS-LIGNE-ENTETE-1.
 17400     05  FILLER                 PIC X(60) VALUE
 17500         "ETAT DE CONTROLE DE L'INTERFACE COMPTABLE - BPRIB23".
 17600     05  FILLER                 PIC X(72) VALUE SPACES.
 17700 01  WS-LIGNE-ENTETE-2.
 17800     05  FILLER                 PIC X(01) VALUE SPACES.
 17900     05  FILLER                 PIC X(20) VALUE "ORIGINE".
 18000     05  FILLER                 PIC X(01) VALUE SPACES.
 18100     05  FILLER                 PIC X(05) VALUE "EMET.".
 18200     05  FILLER                 PIC X(01) VALUE SPACES.
 18300     05  FILLER                 PIC X(03) VALUE "JNL".
 18400     05  FILLER                 PIC X(01) VALUE SPACES.
 18500     05  FILLER                 PIC X(07) VALUE "NB REM.".
 18600     05  FILLER                 PIC X(01) VALUE SPACES.
 18700     05  FILLER                 PIC X(16) VALUE
 18800         "   MONTANT REMIS".
 18900     05  FILLER                 PIC X(01) VALUE SPACES.
 19000     05  FILLER                 PIC X(07) VALUE "NB CPT.".
 19100     05  FILLER                 PIC X(01) VALUE SPACES.
 19200     05  FILLER                 PIC X(16) VALUE
 19300         " MT COMPTABILISE".
 19400     05  FILLER                 PIC X(01) VALUE SPACES.
 19500     05  FILLER                 PIC X(14) VALUE "CONTROLE".
 19600     05  FILLER                 PIC X(36) VALUE SPACES.
 19700*
 19800*
 19900*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 20000 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 20100 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 20200 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 20300 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 20400 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 20500*
 20600 PROCEDURE DIVISION.
 20700*
 20800*///////////////////////////////////////////////////////////////
 20900*  0000-MAINLINE                                                *
 21000*///////////////////////////////////////////////////////////////
 21100 0000-MAINLINE SECTION.
 21200 0000-DEBUT.
 21300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 21400     MOVE "F"                    TO WS-POPULATION.
 21500     MOVE "VF"                   TO WS-PIECE-TYPE.
 21600     MOVE "VIREMENTS FOURNISS. " TO WS-ORIGINE.
 21700     PERFORM 2000-VIREMENTS THRU 2000-EXIT.
 21800     MOVE "S"                    TO WS-POPULATION.
 21900     MOVE "VS"                   TO WS-PIECE-TYPE.
 22000     MOVE "VIREMENTS SALAIRES  " TO WS-ORIGINE.
 22100     PERFORM 2000-VIREMENTS THRU 2000-EXIT.
 22200     PERFORM 3000-PRELEVEMENTS THRU 3000-EXIT.
 22300     PERFORM 4000-RETOURS THRU 4000-EXIT.
 22400     PERFORM 5000-EDITION-TOTAUX THRU 5000-EXIT.
 22500     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 22600 0000-EXIT.
 22700     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 22800     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 22900     STOP RUN.
 23000*
 23100*///////////////////////////////////////////////////////////////
 23200*  1000-INITIALISATION - CHARGEMENT DU PARAMETRAGE, OUVERTURE   *
 23300*                        DES FICHIERS ET ENTETE                 *
 23400*///////////////////////////////////////////////////////////////
 23500 1000-INITIALISATION SECTION.
 23600 1000-DEBUT.
 23700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 23800     ACCEPT WS-HEURE-JOUR FROM TIME.
 23900     PERFORM 1100-CHARGER-COMPTES THRU 1100-EXIT.
 24000     IF WS-NB-COMPTES = ZERO
 24100         DISPLAY "BPRIB23 - AUCUN COMPTE PARAMETRE DANS "
 24200                 "PMGCCPTA, INTERFACE IMPOSSIBLE"
 24300         MOVE 12 TO WS-CODE-RETOUR
 24400         GO TO 0000-EXIT.
 24500     OPEN INPUT RIBREMIS.
 24600     IF WS-STATUT-RIBREMIS NOT = "00"
 24700         DISPLAY "BPRIB23 - ERREUR OUVERTURE RIBREMIS "
 24800                 WS-STATUT-RIBREMIS
 24900         MOVE 12 TO WS-CODE-RETOUR
 25000         GO TO 0000-EXIT.
 25100     OPEN INPUT RIBREMSA.
 25200     IF WS-STATUT-RIBREMSA NOT = "00"
 25300         DISPLAY "BPRIB23 - ERREUR OUVERTURE RIBREMSA "
 25400                 WS-STATUT-RIBREMSA
 25500         MOVE 12 TO WS-CODE-RETOUR
 25600         GO TO 0000-EXIT.
 25700     OPEN OUTPUT RIBECRI.
 25800     IF WS-STATUT-RIBECRI NOT = "00"
 25900         DISPLAY "BPRIB23 - ERREUR OUVERTURE RIBECRI "
 26000                 WS-STATUT-RIBECRI
 26100         MOVE 12 TO WS-CODE-RETOUR
 26200         GO TO 0000-EXIT.
 26300     OPEN OUTPUT PMGLCPTA.
 26400     MOVE WS-LIGNE-ENTETE-1 TO CPTA-LIGNE.
 26500     WRITE CPTA-LIGNE.
 26600     MOVE WS-LIGNE-ENTETE-2 TO CPTA-LIGNE.
 26700     WRITE CPTA-LIGNE.
 26800 1000-EXIT.
 26900     EXIT.
 27000*
 27100*///////////////////////////////////////////////////////////////
 27200*  1100-CHARGER-COMPTES - CHARGEMENT EN TABLE DU PARAMETRAGE    *
 27300*                         COMPTABLE PMGCCPTA                    *
 27400*///////////////////////////////////////////////////////////////
 27500 1100-CHARGER-COMPTES SECTION.
 27600 1100-DEBUT.
 27700     OPEN INPUT PMGCCPTA.
 27800     IF WS-STATUT-PMGCCPTA NOT = "00"
 27900         DISPLAY "BPRIB23 - ERREUR OUVERTURE PMGCCPTA "
 28000                 WS-STATUT-PMGCCPTA
 28100         GO TO 1100-EXIT.
 28200 1100-BOUCLE.
 28300     READ PMGCCPTA
 28400         AT END
 28500             GO TO 1100-FIN.
 28600     ADD 1 TO WS-NB-PARAM.
 28700     IF CPT-COMPTE-TIERS = SPACES OR CPT-COMPTE-BANQUE = SPACES
 28800         DISPLAY "BPRIB23 - PARAMETRAGE INCOMPLET IGNORE POUR "
 28900                 "L'EMETTEUR " CPT-EMET-ID " POPULATION "
 29000                 CPT-POPULATION
 29100         GO TO 1100-BOUCLE.
 29200     IF WS-NB-COMPTES >= 100
 29300         DISPLAY "BPRIB23 - PLUS DE 100 COMPTES PARAMETRES, "
 29400                 "SUITE IGNOREE"
 29500         GO TO 1100-FIN.
 29600     ADD 1 TO WS-NB-COMPTES.
 29700     MOVE WS-NB-COMPTES     TO WS-C.
 29800     MOVE CPT-EMET-ID       TO CPT-T-EMET-ID       (WS-C).
 29900     MOVE CPT-POPULATION    TO CPT-T-POPULATION    (WS-C).
 30000     MOVE CPT-COMPTE-TIERS  TO CPT-T-COMPTE-TIERS  (WS-C).
 30100     MOVE CPT-COMPTE-BANQUE TO CPT-T-COMPTE-BANQUE (WS-C).
 30200     MOVE CPT-JOURNAL       TO CPT-T-JOURNAL       (WS-C).
 30300     MOVE ZERO              TO CPT-T-NB            (WS-C).
 30400     MOVE ZERO              TO CPT-T-MT            (WS-C).
 30500     GO TO 1100-BOUCLE.
 30600 1100-FIN.
 30700     CLOSE PMGCCPTA.
 30800 1100-EXIT.
 30900     EXIT.
 31000*
 31100*///////////////////////////////////////////////////////////////
 31200*  1200-RAZ-CUMULS - REMISE A ZERO DES CUMULS PAR COMPTE AVANT  *
 31300*                    CHAQUE REMISE                              *
 31400*///////////////////////////////////////////////////////////////
 31500 1200-RAZ-CUMULS SECTION.
 31600 1200-DEBUT.
 31700     MOVE ZERO TO WS-C.
 31800     MOVE ZERO TO WS-NB-FICHIER.
 31900     MOVE ZERO TO WS-MT-FICHIER.
 32000 1200-BOUCLE.
 32100     ADD 1 TO WS-C.
 32200     IF WS-C > WS-NB-COMPTES
 32300         GO TO 1200-EXIT.
 32400     MOVE ZERO TO CPT-T-NB (WS-C).
 32500     MOVE ZERO TO CPT-T-MT (WS-C).
 32600     GO TO 1200-BOUCLE.
 32700 1200-EXIT.
 32800     EXIT.
 32900*
 33000*///////////////////////////////////////////////////////////////
 33100*  2000-VIREMENTS - ECRITURES D'UNE REMISE DE VIREMENTS         *
 33200*                   (RIBREMIS OU RIBREMSA SELON WS-POPULATION)  *
 33300*///////////////////////////////////////////////////////////////
 33400 2000-VIREMENTS SECTION.
 33500 2000-DEBUT.
 33600     PERFORM 1200-RAZ-CUMULS THRU 1200-EXIT.
 33700     MOVE ZERO TO WS-DATE-REMISE.
 33800     MOVE "N" TO WS-IND-FIN-REMISE.
 33900 2000-BOUCLE.
 34000     PERFORM 2100-LECTURE-REMISE THRU 2100-EXIT.
 34100     IF WS-FIN-REMISE
 34200         GO TO 2000-EXIT.
 34300     IF REM-ENTETE
 34400         MOVE REM-ENT-DATE-REMISE TO WS-DATE-REMISE
 34500         GO TO 2000-BOUCLE.
 34600     IF REM-DETAIL
 34700         PERFORM 2200-DETAIL-VIREMENT THRU 2200-EXIT
 34800         GO TO 2000-BOUCLE.
 34900     IF REM-TOTAL AND REM-EMET-ID NOT = SPACES
 35000         PERFORM 2300-TOTAL-EMETTEUR THRU 2300-EXIT
 35100         GO TO 2000-BOUCLE.
 35200     IF REM-TOTAL
 35300         PERFORM 2400-TOTAL-REMISE THRU 2400-EXIT.
 35400     GO TO 2000-BOUCLE.
 35500 2000-EXIT.
 35600     EXIT.
 35700*
 35800 2100-LECTURE-REMISE SECTION.
 35900 2100-DEBUT.
 36000     IF WS-POP-SALARIE
 36100         GO TO 2100-SALAIRES.
 36200     READ RIBREMIS
 36300         AT END
 36400             MOVE "O" TO WS-IND-FIN-REMISE.
 36500     GO TO 2100-EXIT.
 36600 2100-SALAIRES.
 36700     READ RIBREMSA INTO REM-ENREG
 36800         AT END
 36900             MOVE "O" TO WS-IND-FIN-REMISE.
 37000 2100-EXIT.
 37100     EXIT.
 37200*
 37300*///////////////////////////////////////////////////////////////
 37400*  2200-DETAIL-VIREMENT - DEBIT DU COMPTE TIERS ; LE MONTANT    *
 37500*                         EST CUMULE SUR LE COMPTE EMETTEUR     *
 37600*                         POUR LA LIGNE DE BANQUE               *
 37700*///////////////////////////////////////////////////////////////
 37800 2200-DETAIL-VIREMENT SECTION.
 37900 2200-DEBUT.
 38000     ADD 1 TO WS-NB-LUES.
 38100     MOVE REM-EMET-ID   TO WS-CLE-EMET-ID.
 38200     MOVE WS-POPULATION TO WS-CLE-POPULATION.
 38300     PERFORM 2900-RECHERCHE-COMPTE THRU 2900-EXIT.
 38400     IF NOT WS-TROUVE
 38500         MOVE SPACES          TO WS-LIGNE-DETAIL
 38600         MOVE WS-ORIGINE      TO DET-ORIGINE
 38700         MOVE REM-EMET-ID     TO DET-EMET-ID
 38800         MOVE REM-DET-TIE-ID  TO DET-TIE-ID
 38900         MOVE REM-DET-MONTANT TO DET-MONTANT
 39000         MOVE REM-DET-MONTANT TO WS-MT-MOUVEMENT
 39100         PERFORM 2800-NON-COMPTABILISE THRU 2800-EXIT
 39200         GO TO 2200-EXIT.
 39300     MOVE SPACES               TO ECR-ENREG.
 39400     MOVE REM-DET-TIE-ID       TO ECR-COMPTE-AUX.
 39500     MOVE REM-DET-LIBELLE      TO ECR-LIBELLE.
 39600     MOVE "D"                  TO ECR-SENS.
 39700     MOVE REM-DET-MONTANT      TO ECR-MONTANT.
 39800     MOVE CPT-T-COMPTE-TIERS (WS-C) TO ECR-COMPTE.
 39900     MOVE WS-DATE-REMISE       TO ECR-DATE.
 40000     MOVE WS-PIECE-TYPE        TO ECR-PIECE-TYPE.
 40100     MOVE REM-EMET-ID          TO ECR-PIECE-EMET.
 40200     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 40300     ADD 1 TO CPT-T-NB (WS-C).
 40400     ADD REM-DET-MONTANT TO CPT-T-MT (WS-C).
 40500     ADD 1 TO WS-NB-FICHIER.
 40600     ADD REM-DET-MONTANT TO WS-MT-FICHIER.
 40700 2200-EXIT.
 40800     EXIT.
 40900*
 41000*///////////////////////////////////////////////////////////////
 41100*  2300-TOTAL-EMETTEUR - CREDIT DE LA BANQUE DE L'EMETTEUR POUR *
 41200*                        LE CUMUL DES LIGNES TIERS, ET CONTROLE *
 41300*                        AVEC LE TOTAL DE LA REMISE DU COMPTE   *
 41400*///////////////////////////////////////////////////////////////
 41500 2300-TOTAL-EMETTEUR SECTION.
 41600 2300-DEBUT.
 41700     MOVE SPACES          TO WS-LIGNE-CONTROLE.
 41800     MOVE WS-ORIGINE      TO CTL-ORIGINE.
 41900     MOVE REM-EMET-ID     TO CTL-EMET-ID.
 42000     MOVE REM-TOT-NB      TO CTL-NB-REMIS.
 42100     MOVE REM-TOT-MONTANT TO CTL-MT-REMIS.
 42200     MOVE REM-EMET-ID     TO WS-CLE-EMET-ID.
 42300     MOVE WS-POPULATION   TO WS-CLE-POPULATION.
 42400     PERFORM 2900-RECHERCHE-COMPTE THRU 2900-EXIT.
 42500     IF NOT WS-TROUVE
 42600         MOVE ZERO TO CTL-NB-COMPTA
 42700         MOVE ZERO TO CTL-MT-COMPTA
 42800         GO TO 2300-CONTROLE.
 42900     MOVE CPT-T-JOURNAL (WS-C) TO CTL-JOURNAL.
 43000     MOVE CPT-T-NB (WS-C)      TO CTL-NB-COMPTA.
 43100     MOVE CPT-T-MT (WS-C)      TO CTL-MT-COMPTA.
 43200     IF CPT-T-MT (WS-C) = ZERO
 43300         GO TO 2300-CONTROLE.
 43400     MOVE SPACES               TO ECR-ENREG.
 43500     MOVE CPT-T-COMPTE-BANQUE (WS-C) TO ECR-COMPTE.
 43600     MOVE WS-ORIGINE           TO ECR-LIBELLE.
 43700     MOVE "C"                  TO ECR-SENS.
 43800     MOVE CPT-T-MT (WS-C)      TO ECR-MONTANT.
 43900     MOVE WS-DATE-REMISE       TO ECR-DATE.
 44000     MOVE WS-PIECE-TYPE        TO ECR-PIECE-TYPE.
 44100     MOVE REM-EMET-ID          TO ECR-PIECE-EMET.
 44200     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 44300 2300-CONTROLE.
 44400     IF NOT WS-TROUVE AND REM-TOT-MONTANT = ZERO
 44500         MOVE "SANS OBJET" TO CTL-DISPOSITION
 44600         GO TO 2300-EDITION.
 44700     IF NOT WS-TROUVE
 44800         MOVE "NON PARAMETRE" TO CTL-DISPOSITION
 44900         ADD 1 TO WS-NB-ECARTS
 45000         GO TO 2300-EDITION.
 45100     IF CPT-T-NB (WS-C) = REM-TOT-NB
 45200         AND CPT-T-MT (WS-C) = REM-TOT-MONTANT
 45300         MOVE "OK" TO CTL-DISPOSITION
 45400     ELSE
 45500         MOVE "ECART" TO CTL-DISPOSITION
 45600         ADD 1 TO WS-NB-ECARTS.
 45700 2300-EDITION.
 45800     MOVE WS-LIGNE-CONTROLE TO CPTA-LIGNE.
 45900     WRITE CPTA-LIGNE.
 46000 2300-EXIT.
 46100     EXIT.
 46200*
 46300*///////////////////////////////////////////////////////////////
 46400*  2400-TOTAL-REMISE - CONTROLE DU TOTAL GENERAL DE LA REMISE   *
 46500*                      (EMETTEUR A BLANC) AVEC LE TOTAL         *
 46600*                      COMPTABILISE                             *
 46700*///////////////////////////////////////////////////////////////
 46800 2400-TOTAL-REMISE SECTION.
 46900 2400-DEBUT.
 47000     MOVE SPACES          TO WS-LIGNE-CONTROLE.
 47100     MOVE WS-ORIGINE      TO CTL-ORIGINE.
 47200     MOVE "TOTAL"         TO CTL-EMET-ID.
 47300     MOVE REM-TOT-NB      TO CTL-NB-REMIS.
 47400     MOVE REM-TOT-MONTANT TO CTL-MT-REMIS.
 47500     MOVE WS-NB-FICHIER   TO CTL-NB-COMPTA.
 47600     MOVE WS-MT-FICHIER   TO CTL-MT-COMPTA.
 47700     IF WS-NB-FICHIER = REM-TOT-NB
 47800         AND WS-MT-FICHIER = REM-TOT-MONTANT
 47900         MOVE "OK" TO CTL-DISPOSITION
 48000     ELSE
 48100         MOVE "ECART" TO CTL-DISPOSITION
 48200         ADD 1 TO WS-NB-ECARTS.
 48300     MOVE WS-LIGNE-CONTROLE TO CPTA-LIGNE.
 48400     WRITE CPTA-LIGNE.
 48500     MOVE SPACES TO CPTA-LIGNE.
 48600     WRITE CPTA-LIGNE.
 48700 2400-EXIT.
 48800     EXIT.
 48900*
 49000*///////////////////////////////////////////////////////////////
 49100*  2700-ECRIRE-ECRITURE - ECRITURE D'UNE LIGNE DANS RIBECRI ET  *
 49200*                         CUMUL DES DEBITS ET DES CREDITS       *
 49300*///////////////////////////////////////////////////////////////
 49400 2700-ECRIRE-ECRITURE SECTION.
 49500 2700-DEBUT.
 49600     MOVE CPT-T-JOURNAL (WS-C) TO ECR-JOURNAL.
 49700     MOVE ECR-DATE             TO ECR-PIECE-DATE.
 49800     WRITE ECR-ENREG.
 49900     ADD 1 TO WS-NB-ECRITURES.
 50000     IF ECR-DEBIT
 50100         ADD ECR-MONTANT TO WS-MT-DEBIT
 50200     ELSE
 50300         ADD ECR-MONTANT TO WS-MT-CREDIT.
 50400 2700-EXIT.
 50500     EXIT.
 50600*
 50700*///////////////////////////////////////////////////////////////
 50800*  2800-NON-COMPTABILISE - MOUVEMENT SANS PARAMETRAGE POUR SON  *
 50900*                          EMETTEUR ET SA POPULATION, SIGNALE   *
 51000*                          SUR L'ETAT (LIGNE DETAIL ET MONTANT  *
 51100*                          PREPARES PAR L'APPELANT)             *
 51200*///////////////////////////////////////////////////////////////
 51300 2800-NON-COMPTABILISE SECTION.
 51400 2800-DEBUT.
 51500     ADD 1 TO WS-NB-REJETEES.
 51600     ADD WS-MT-MOUVEMENT TO WS-MT-NON-COMPTA.
 51700     MOVE "NON COMPTABILISE (PARAMETRAGE)" TO DET-DISPOSITION.
 51800     MOVE WS-LIGNE-DETAIL TO CPTA-LIGNE.
 51900     WRITE CPTA-LIGNE.
 52000 2800-EXIT.
 52100     EXIT.
 52200*
 52300*///////////////////////////////////////////////////////////////
 52400*  2900-RECHERCHE-COMPTE - RECHERCHE DU PARAMETRAGE DE          *
 52500*                          WS-CLE-EMET-ID / WS-CLE-POPULATION   *
 52600*                          (RANG DANS WS-C)                     *
 52700*///////////////////////////////////////////////////////////////
 52800 2900-RECHERCHE-COMPTE SECTION.
 52900 2900-DEBUT.
 53000     MOVE "N" TO WS-IND-TROUVE.
 53100     MOVE ZERO TO WS-C.
 53200 2900-BOUCLE.
 53300     ADD 1 TO WS-C.
 53400     IF WS-C > WS-NB-COMPTES
 53500         GO TO 2900-EXIT.
 53600     IF CPT-T-EMET-ID (WS-C) NOT = WS-CLE-EMET-ID
 53700         OR CPT-T-POPULATION (WS-C) NOT = WS-CLE-POPULATION
 53800         GO TO 2900-BOUCLE.
 53900     MOVE "O" TO WS-IND-TROUVE.
 54000 2900-EXIT.
 54100     EXIT.
 54200*
 54300*///////////////////////////////////////////////////////////////
 54400*  3000-PRELEVEMENTS - ECRITURES DE LA REMISE DE PRELEVEMENTS   *
 54500*                      RIBPRELV (FACULTATIVE) : CREDIT DU       *
 54600*                      COMPTE TIERS PAR PRELEVEMENT, DEBIT DE   *
 54700*                      LA BANQUE POUR LE TOTAL                  *
 54800*///////////////////////////////////////////////////////////////
 54900 3000-PRELEVEMENTS SECTION.
 55000 3000-DEBUT.
 55100     OPEN INPUT RIBPRELV.
 55200     IF WS-STATUT-RIBPRELV NOT = "00"
 55300         DISPLAY "BPRIB23 - PAS DE REMISE DE PRELEVEMENTS "
 55400                 "RIBPRELV"
 55500         GO TO 3000-EXIT.
 55600     PERFORM 1200-RAZ-CUMULS THRU 1200-EXIT.
 55700     MOVE ZERO   TO WS-DATE-REMISE.
 55800     MOVE SPACES TO WS-CLE-EMET-ID.
 55900     MOVE "D"    TO WS-CLE-POPULATION.
 56000     PERFORM 2900-RECHERCHE-COMPTE THRU 2900-EXIT.
 56100 3000-BOUCLE.
 56200     READ RIBPRELV
 56300         AT END
 56400             GO TO 3000-FIN.
 56500     IF PRL-ENTETE
 56600         MOVE PRL-ENT-DATE-REMISE TO WS-DATE-REMISE
 56700         GO TO 3000-BOUCLE.
 56800     IF PRL-DETAIL
 56900         PERFORM 3100-DETAIL-PRELEVEMENT THRU 3100-EXIT
 57000         GO TO 3000-BOUCLE.
 57100     IF PRL-TOTAL
 57200         PERFORM 3200-TOTAL-PRELEVEMENTS THRU 3200-EXIT.
 57300     GO TO 3000-BOUCLE.
 57400 3000-FIN.
 57500     CLOSE RIBPRELV.
 57600 3000-EXIT.
 57700     EXIT.
 57800*
 57900 3100-DETAIL-PRELEVEMENT SECTION.
 58000 3100-DEBUT.
 58100     ADD 1 TO WS-NB-LUES.
 58200     IF NOT WS-TROUVE
 58300         MOVE SPACES          TO WS-LIGNE-DETAIL
 58400         MOVE "PRELEVEMENTS"  TO DET-ORIGINE
 58500         MOVE PRL-DET-TIE-ID  TO DET-TIE-ID
 58600         MOVE PRL-DET-MONTANT TO DET-MONTANT
 58700         MOVE PRL-DET-MONTANT TO WS-MT-MOUVEMENT
 58800         PERFORM 2800-NON-COMPTABILISE THRU 2800-EXIT
 58900         GO TO 3100-EXIT.
 59000     MOVE SPACES               TO ECR-ENREG.
 59100     MOVE CPT-T-COMPTE-TIERS (WS-C) TO ECR-COMPTE.
 59200     MOVE PRL-DET-TIE-ID       TO ECR-COMPTE-AUX.
 59300     MOVE PRL-DET-LIBELLE      TO ECR-LIBELLE.
 59400     MOVE "C"                  TO ECR-SENS.
 59500     MOVE PRL-DET-MONTANT      TO ECR-MONTANT.
 59600     MOVE WS-DATE-REMISE       TO ECR-DATE.
 59700     MOVE "PR"                 TO ECR-PIECE-TYPE.
 59800     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 59900     ADD 1 TO CPT-T-NB (WS-C).
 60000     ADD PRL-DET-MONTANT TO CPT-T-MT (WS-C).
 60100 3100-EXIT.
 60200     EXIT.
 60300*
 60400 3200-TOTAL-PRELEVEMENTS SECTION.
 60500 3200-DEBUT.
 60600     MOVE SPACES          TO WS-LIGNE-CONTROLE.
 60700     MOVE "PRELEVEMENTS"  TO CTL-ORIGINE.
 60800     MOVE "TOTAL"         TO CTL-EMET-ID.
 60900     MOVE PRL-TOT-NB      TO CTL-NB-REMIS.
 61000     MOVE PRL-TOT-MONTANT TO CTL-MT-REMIS.
 61100     IF NOT WS-TROUVE
 61200         MOVE ZERO TO CTL-NB-COMPTA
 61300         MOVE ZERO TO CTL-MT-COMPTA
 61400         MOVE "NON PARAMETRE" TO CTL-DISPOSITION
 61500         ADD 1 TO WS-NB-ECARTS
 61600         GO TO 3200-EDITION.
 61700     MOVE CPT-T-JOURNAL (WS-C) TO CTL-JOURNAL.
 61800     MOVE CPT-T-NB (WS-C)      TO CTL-NB-COMPTA.
 61900     MOVE CPT-T-MT (WS-C)      TO CTL-MT-COMPTA.
 62000     IF CPT-T-MT (WS-C) = ZERO
 62100         GO TO 3200-CONTROLE.
 62200     MOVE SPACES               TO ECR-ENREG.
 62300     MOVE CPT-T-COMPTE-BANQUE (WS-C) TO ECR-COMPTE.
 62400     MOVE "PRELEVEMENTS"       TO ECR-LIBELLE.
 62500     MOVE "D"                  TO ECR-SENS.
 62600     MOVE CPT-T-MT (WS-C)      TO ECR-MONTANT.
 62700     MOVE WS-DATE-REMISE       TO ECR-DATE.
 62800     MOVE "PR"                 TO ECR-PIECE-TYPE.
 62900     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 63000 3200-CONTROLE.
 63100     IF CPT-T-NB (WS-C) = PRL-TOT-NB
 63200         AND CPT-T-MT (WS-C) = PRL-TOT-MONTANT
 63300         MOVE "OK" TO CTL-DISPOSITION
 63400     ELSE
 63500         MOVE "ECART" TO CTL-DISPOSITION
 63600         ADD 1 TO WS-NB-ECARTS.
 63700 3200-EDITION.
 63800     MOVE WS-LIGNE-CONTROLE TO CPTA-LIGNE.
 63900     WRITE CPTA-LIGNE.
 64000     MOVE SPACES TO CPTA-LIGNE.
 64100     WRITE CPTA-LIGNE.
 64200 3200-EXIT.
 64300     EXIT.
 64400*
 64500*///////////////////////////////////////////////////////////////
 64600*  4000-RETOURS - CONTRE-PASSATION DES VIREMENTS RETOURNES      *
 64700*                 RAPPROCHES PAR BPRIB13 (RIBREJP, MOTIF "B") : *
 64800*                 CREDIT DU COMPTE TIERS PAR RETOUR, PUIS DEBIT *
 64900*                 DE LA BANQUE DE CHAQUE EMETTEUR POUR LE       *
 65000*                 CUMUL DE SES RETOURS                          *
 65100*///////////////////////////////////////////////////////////////
 65200 4000-RETOURS SECTION.
 65300 4000-DEBUT.
 65400     OPEN INPUT RIBREJP.
 65500     IF WS-STATUT-RIBREJP NOT = "00"
 65600         DISPLAY "BPRIB23 - PAS DE FICHIER DES ORDRES REJETES "
 65700                 "RIBREJP"
 65800         GO TO 4000-EXIT.
 65900     PERFORM 1200-RAZ-CUMULS THRU 1200-EXIT.
 66000 4000-BOUCLE.
 66100     READ RIBREJP
 66200         AT END
 66300             GO TO 4000-FIN.
 66400     IF NOT REJP-RETOUR-BANQUE
 66500         GO TO 4000-BOUCLE.
 66600     PERFORM 4100-RETOUR THRU 4100-EXIT.
 66700     GO TO 4000-BOUCLE.
 66800 4000-FIN.
 66900     CLOSE RIBREJP.
 67000     IF WS-NB-RETOURS = ZERO
 67100         GO TO 4000-EXIT.
 67200     MOVE ZERO TO WS-C.
 67300 4000-BANQUES.
 67400     ADD 1 TO WS-C.
 67500     IF WS-C > WS-NB-COMPTES
 67600         GO TO 4000-TOTAL.
 67700     IF CPT-T-NB (WS-C) = ZERO
 67800         GO TO 4000-BANQUES.
 67900     PERFORM 4200-BANQUE-RETOURS THRU 4200-EXIT.
 68000     GO TO 4000-BANQUES.
 68100 4000-TOTAL.
 68200     MOVE SPACES               TO WS-LIGNE-CONTROLE.
 68300     MOVE "VIREMENTS RETOURNES" TO CTL-ORIGINE.
 68400     MOVE "TOTAL"              TO CTL-EMET-ID.
 68500     MOVE WS-NB-RETOURS        TO CTL-NB-REMIS.
 68600     MOVE WS-MT-RETOURS        TO CTL-MT-REMIS.
 68700     MOVE WS-NB-FICHIER        TO CTL-NB-COMPTA.
 68800     MOVE WS-MT-RETOURS-COMPTA TO CTL-MT-COMPTA.
 68900     IF WS-MT-RETOURS-COMPTA = WS-MT-RETOURS
 69000         MOVE "OK" TO CTL-DISPOSITION
 69100     ELSE
 69200         MOVE "ECART" TO CTL-DISPOSITION
 69300         ADD 1 TO WS-NB-ECARTS.
 69400     MOVE WS-LIGNE-CONTROLE TO CPTA-LIGNE.
 69500     WRITE CPTA-LIGNE.
 69600     MOVE SPACES TO CPTA-LIGNE.
 69700     WRITE CPTA-LIGNE.
 69800 4000-EXIT.
 69900     EXIT.
 70000*
 70100*///////////////////////////////////////////////////////////////
 70200*  4100-RETOUR - CREDIT DU COMPTE TIERS POUR UN VIREMENT        *
 70300*                RETOURNE ; LES RETOURS PORTENT SUR LA REMISE   *
 70400*                DES FOURNISSEURS (CF BPRIB13)                  *
 70500*///////////////////////////////////////////////////////////////
 70600 4100-RETOUR SECTION.
 70700 4100-DEBUT.
 70800     ADD 1 TO WS-NB-LUES.
 70900     ADD 1 TO WS-NB-RETOURS.
 71000     ADD REJP-MONTANT TO WS-MT-RETOURS.
 71100     MOVE REJP-EMET-ID TO WS-CLE-EMET-ID.
 71200     MOVE "F"          TO WS-CLE-POPULATION.
 71300     PERFORM 2900-RECHERCHE-COMPTE THRU 2900-EXIT.
 71400     IF NOT WS-TROUVE
 71500         MOVE SPACES                TO WS-LIGNE-DETAIL
 71600         MOVE "VIREMENTS RETOURNES" TO DET-ORIGINE
 71700         MOVE REJP-EMET-ID          TO DET-EMET-ID
 71800         MOVE REJP-TIE-ID           TO DET-TIE-ID
 71900         MOVE REJP-MONTANT          TO DET-MONTANT
 72000         MOVE REJP-MONTANT          TO WS-MT-MOUVEMENT
 72100         PERFORM 2800-NON-COMPTABILISE THRU 2800-EXIT
 72200         GO TO 4100-EXIT.
 72300     MOVE SPACES               TO ECR-ENREG.
 72400     MOVE CPT-T-COMPTE-TIERS (WS-C) TO ECR-COMPTE.
 72500     MOVE REJP-TIE-ID          TO ECR-COMPTE-AUX.
 72600     MOVE REJP-LIBELLE         TO ECR-LIBELLE.
 72700     MOVE "C"                  TO ECR-SENS.
 72800     MOVE REJP-MONTANT         TO ECR-MONTANT.
 72900     MOVE WS-DATE-JOUR         TO ECR-DATE.
 73000     MOVE "RV"                 TO ECR-PIECE-TYPE.
 73100     MOVE REJP-EMET-ID         TO ECR-PIECE-EMET.
 73200     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 73300     ADD 1 TO CPT-T-NB (WS-C).
 73400     ADD REJP-MONTANT TO CPT-T-MT (WS-C).
 73500     ADD 1 TO WS-NB-FICHIER.
 73600     ADD REJP-MONTANT TO WS-MT-RETOURS-COMPTA.
 73700 4100-EXIT.
 73800     EXIT.
 73900*
 74000*///////////////////////////////////////////////////////////////
 74100*  4200-BANQUE-RETOURS - DEBIT DE LA BANQUE D'UN EMETTEUR POUR  *
 74200*                        LE CUMUL DE SES RETOURS (RANG WS-C)    *
 74300*///////////////////////////////////////////////////////////////
 74400 4200-BANQUE-RETOURS SECTION.
 74500 4200-DEBUT.
 74600     MOVE SPACES               TO ECR-ENREG.
 74700     MOVE CPT-T-COMPTE-BANQUE (WS-C) TO ECR-COMPTE.
 74800     MOVE "VIREMENTS RETOURNES" TO ECR-LIBELLE.
 74900     MOVE "D"                  TO ECR-SENS.
 75000     MOVE CPT-T-MT (WS-C)      TO ECR-MONTANT.
 75100     MOVE WS-DATE-JOUR         TO ECR-DATE.
 75200     MOVE "RV"                 TO ECR-PIECE-TYPE.
 75300     MOVE CPT-T-EMET-ID (WS-C) TO ECR-PIECE-EMET.
 75400     PERFORM 2700-ECRIRE-ECRITURE THRU 2700-EXIT.
 75500     MOVE SPACES               TO WS-LIGNE-CONTROLE.
 75600     MOVE "VIREMENTS RETOURNES" TO CTL-ORIGINE.
 75700     MOVE CPT-T-EMET-ID (WS-C) TO CTL-EMET-ID.
 75800     MOVE CPT-T-JOURNAL (WS-C) TO CTL-JOURNAL.
 75900     MOVE CPT-T-NB (WS-C)      TO CTL-NB-REMIS.
 76000     MOVE CPT-T-MT (WS-C)      TO CTL-MT-REMIS.
 76100     MOVE CPT-T-NB (WS-C)      TO CTL-NB-COMPTA.
 76200     MOVE CPT-T-MT (WS-C)      TO CTL-MT-COMPTA.
 76300     MOVE "CONTRE-PASSE"       TO CTL-DISPOSITION.
 76400     MOVE WS-LIGNE-CONTROLE TO CPTA-LIGNE.
 76500     WRITE CPTA-LIGNE.
 76600 4200-EXIT.
 76700     EXIT.
 76800*
 76900*///////////////////////////////////////////////////////////////
 77000*  5000-EDITION-TOTAUX - EQUILIBRE DES ECRITURES GENEREES ET    *
 77100*                        RECAPITULATIF DES ECARTS               *
 77200*///////////////////////////////////////////////////////////////
 77300 5000-EDITION-TOTAUX SECTION.
 77400 5000-DEBUT.
 77500     MOVE SPACES TO CPTA-LIGNE.
 77600     WRITE CPTA-LIGNE.
 77700     MOVE SPACES TO WS-LIGNE-TOTAL.
 77800     MOVE "MOUVEMENTS LUS : " TO TOT-LIBELLE.
 77900     MOVE WS-NB-LUES TO TOT-NB.
 78000     MOVE WS-LIGNE-TOTAL TO CPTA-LIGNE.
 78100     WRITE CPTA-LIGNE.
 78200     MOVE SPACES TO WS-LIGNE-TOTAL.
 78300     MOVE "LIGNES ECRITES : " TO TOT-LIBELLE.
 78400     MOVE WS-NB-ECRITURES TO TOT-NB.
 78500     MOVE WS-LIGNE-TOTAL TO CPTA-LIGNE.
 78600     WRITE CPTA-LIGNE.
 78700     MOVE SPACES TO WS-LIGNE-TOTAL.
 78800     MOVE "NON COMPTABIL. : " TO TOT-LIBELLE.
 78900     MOVE WS-NB-REJETEES TO TOT-NB.
 79000     MOVE WS-LIGNE-TOTAL TO CPTA-LIGNE.
 79100     WRITE CPTA-LIGNE.
 79200     MOVE SPACES TO WS-LIGNE-TOTAL.
 79300     MOVE "CONTROLES EN ECART:" TO TOT-LIBELLE.
 79400     MOVE WS-NB-ECARTS TO TOT-NB.
 79500     MOVE WS-LIGNE-TOTAL TO CPTA-LIGNE.
 79600     WRITE CPTA-LIGNE.
 79700     MOVE SPACES TO WS-LIGNE-MONTANT.
 79800     MOVE "TOTAL DEBITS   : " TO MNT-LIBELLE.
 79900     MOVE WS-MT-DEBIT TO MNT-MONTANT.
 80000     MOVE WS-LIGNE-MONTANT TO CPTA-LIGNE.
 80100     WRITE CPTA-LIGNE.
 80200     MOVE SPACES TO WS-LIGNE-MONTANT.
 80300     MOVE "TOTAL CREDITS  : " TO MNT-LIBELLE.
 80400     MOVE WS-MT-CREDIT TO MNT-MONTANT.
 80500     MOVE WS-LIGNE-MONTANT TO CPTA-LIGNE.
 80600     WRITE CPTA-LIGNE.
 80700     MOVE SPACES TO WS-LIGNE-MONTANT.
 80800     MOVE "MT NON COMPTAB.: " TO MNT-LIBELLE.
 80900     MOVE WS-MT-NON-COMPTA TO MNT-MONTANT.
 81000     MOVE WS-LIGNE-MONTANT TO CPTA-LIGNE.
 81100     WRITE CPTA-LIGNE.
 81200     IF WS-MT-DEBIT NOT = WS-MT-CREDIT
 81300         ADD 1 TO WS-NB-ECARTS
 81400         MOVE SPACES TO WS-LIGNE-TOTAL
 81500         MOVE "ECRITURES DESEQUIL." TO TOT-LIBELLE
 81600         MOVE WS-LIGNE-TOTAL TO CPTA-LIGNE
 81700         WRITE CPTA-LIGNE.
 81800 5000-EXIT.
 81900     EXIT.
 82000*
 82100*///////////////////////////////////////////////////////////////
 82200*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 82300*///////////////////////////////////////////////////////////////
 82400 9000-TERMINAISON SECTION.
 82500 9000-DEBUT.
 82600     CLOSE RIBREMIS.
 82700     CLOSE RIBREMSA.
 82800     CLOSE RIBECRI.
 82900     CLOSE PMGLCPTA.
 83000     DISPLAY "BPRIB23 - MOUVEMENTS LUS : " WS-NB-LUES.
 83100     DISPLAY "BPRIB23 - LIGNES ECRITES : " WS-NB-ECRITURES.
 83200     DISPLAY "BPRIB23 - NON COMPTABIL. : " WS-NB-REJETEES.
 83300     DISPLAY "BPRIB23 - CONTROLES ECART: " WS-NB-ECARTS.
 83400     DISPLAY "BPRIB23 - TOTAL DEBITS   : " WS-MT-DEBIT.
 83500     DISPLAY "BPRIB23 - TOTAL CREDITS  : " WS-MT-CREDIT.
 83600 9000-EXIT.
 83700     EXIT.
 83800*
 83900*///////////////////////////////////////////////////////////////
 84000*  9500-FIN-DE-JOB - CODE RETOUR SELON LE TAUX DE MOUVEMENTS    *
 84100*                    NON COMPTABILISES (CF PMGCPILO) ; TOUT     *
 84200*                    ECART DE CONTROLE DONNE 08                 *
 84300*///////////////////////////////////////////////////////////////
 84400 9500-FIN-DE-JOB SECTION.
 84500 9500-DEBUT.
 84600     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 84700     MOVE ZERO TO WS-TAUX-REJET.
 84800     IF WS-NB-LUES > ZERO
 84900         COMPUTE WS-TAUX-REJET ROUNDED
 85000             = (WS-NB-REJETEES * 100) / WS-NB-LUES.
 85100     IF WS-CODE-RETOUR = 12
 85200         GO TO 9500-ECRITURE.
 85300     MOVE ZERO TO WS-CODE-RETOUR.
 85400     IF WS-NB-REJETEES = ZERO
 85500         GO TO 9500-ECARTS.
 85600     MOVE 4 TO WS-CODE-RETOUR.
 85700     IF WS-TAUX-REJET > WS-SEUIL-REJET
 85800         MOVE 8 TO WS-CODE-RETOUR.
 85900 9500-ECARTS.
 86000     IF WS-NB-ECARTS > ZERO
 86100         MOVE 8 TO WS-CODE-RETOUR.
 86200 9500-ECRITURE.
 86300     OPEN EXTEND PMGCFINJ.
 86400     IF WS-STATUT-PMGCFINJ NOT = "00"
 86500         OPEN OUTPUT PMGCFINJ.
 86600     MOVE SPACES         TO FINJ-ENREG.
 86700     MOVE "BPRIB23"      TO FINJ-PROG.
 86800     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 86900     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 87000     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 87100     MOVE WS-NB-LUES     TO FINJ-NB-LUS.
 87200     MOVE WS-NB-REJETEES TO FINJ-NB-REJETS.
 87300     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 87400     WRITE FINJ-ENREG.
 87500     CLOSE PMGCFINJ.
 87600     DISPLAY "BPRIB23 - CODE RETOUR : " WS-CODE-RETOUR.
 87700 9500-EXIT.
 87800     EXIT.
 87900*
 88000 9600-LIRE-SEUIL SECTION.
 88100 9600-DEBUT.
 88200     OPEN INPUT PMGCPILO.
 88300     IF WS-STATUT-PMGCPILO NOT = "00"
 88400         GO TO 9600-EXIT.
 88500 9600-BOUCLE.
 88600     READ PMGCPILO
 88700         AT END
 88800             CLOSE PMGCPILO
 88900             GO TO 9600-EXIT.
 89000     IF PIL-PROG NOT = "BPRIB23"
 89100         GO TO 9600-BOUCLE.
 89200     IF PIL-SEUIL-REJET NUMERIC
 89300         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 89400     CLOSE PMGCPILO.
 89500 9600-EXIT.
 89600     EXIT.
