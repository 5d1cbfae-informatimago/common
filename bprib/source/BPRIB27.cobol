   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB27.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB27 - PRE-NOTIFICATION DES PRELEVEMENTS SEPA AUX         *
  1200*             DEBITEURS, AVANT LA REMISE BPRIB15                 *
  1300*                                                                *
  1400*   LIT LES ORDRES D'ENCAISSEMENT PMGCENCA ET, POUR CHAQUE ORDRE *
  1500*   NON ENCORE PRE-NOTIFIE, ECRIT :                              *
  1600*     - UNE PRE-NOTIFICATION (TIERS, RUM, MONTANT, ECHEANCE,     *
  1700*       LIBELLE) DANS RIBPNOT, POUR ENVOI AU DEBITEUR            *
  1800*     - UN ENREGISTREMENT DANS LE FICHIER PMGCPNOT, AVEC LA DATE *
  1900*       D'ENVOI ET L'INDICATEUR DE RESPECT DU DELAI CONTRACTUEL  *
  2000*       (ECHEANCE NON ANTERIEURE A L'ECHEANCE MINIMALE RIBPNOP)  *
  2100*   BPRIB15 ECARTE ENSUITE (RIBREJC MOTIF "N") TOUT ORDRE ABSENT *
  2200*   DE PMGCPNOT OU PRE-NOTIFIE HORS DELAI. UN ORDRE DEJA         *
  2300*   PRE-NOTIFIE N'EST PAS RENVOYE (RELANCE SANS RISQUE).         *
  2400*                                                                *
  2500*   L'ETAT PMGLPNOT LISTE CHAQUE ORDRE AVEC SA DISPOSITION, PUIS *
  2600*   LES TOTAUX.                                                  *
  2700*                                                                *
  2800****************************************************************
  2900* MODIFICATIONS
  3000*   2026-10-15 JLB  CREATION INITIALE
  3100****************************************************************
  3200 ENVIRONMENT DIVISION.
  3300 CONFIGURATION SECTION.
  3400 SOURCE-COMPUTER. LEVEL-64.
  3500 OBJECT-COMPUTER. LEVEL-64.
  3600 INPUT-OUTPUT SECTION.
  3700 FILE-CONTROL.
  3800     COPY SELECT-RIBPNOP.
  3900     COPY SELECT-PMGCENCA.
  4000     COPY SELECT-PMGCPNOT.
  4100     COPY SELECT-RIBPNOT.
  4200     COPY SELECT-PMGLPNOT.
  4300     COPY SELECT-PMGCPILO.
  4400     COPY SELECT-PMGCFINJ.
  4500*
  4600 DATA DIVISION.
  4700 FILE SECTION.
  4800     COPY FD-RIBPNOP.
  4900     COPY FD-PMGCENCA.
  5000     COPY FD-PMGCPNOT.
  5100     COPY FD-RIBPNOT.
  5200     COPY FD-PMGLPNOT.
  5300     COPY FD-PMGCPILO.
  5400     COPY FD-PMGCFINJ.
  5500*
  5600 WORKING-STORAGE SECTION.
  5700 77  WS-STATUT-RIBPNOP          PIC XX VALUE SPACES.
  5800 77  WS-STATUT-PMGCENCA         PIC XX VALUE SPACES.
  5900 77  WS-STATUT-PMGCPNOT         PIC XX VALUE SPACES.
  6000 77  WS-STATUT-RIBPNOT          PIC XX VALUE SPACES.
  6100 77  WS-STATUT-PMGLPNOT         PIC XX VALUE SPACES.
  6200 77  WS-IND-FIN-ENCA            PIC X VALUE "N".
  6300     88  WS-FIN-ENCA                VALUE "O".
  6400 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  6500 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  6600 77  WS-DATE-ECH-MIN            PIC 9(08) VALUE ZERO.
  6700*
  6800 01  WS-COMPTEURS.
  6900     05  WS-NB-ORDRES           PIC 9(07) COMP VALUE ZERO.
  7000     05  WS-NB-NOTIFIES         PIC 9(07) COMP VALUE ZERO.
  7100     05  WS-NB-HORS-DELAI       PIC 9(07) COMP VALUE ZERO.
  7200     05  WS-NB-DEJA-NOTIFIES    PIC 9(07) COMP VALUE ZERO.
  7300 01  WS-MONTANTS.
  7400     05  WS-MT-NOTIFIE          PIC 9(13)V99 VALUE ZERO.
  7500*
  7600 01  WS-LIGNE-DETAIL.
  7700     05  FILLER                 PIC X(01) VALUE SPACES.
  7800     05  DET-TIE-ID             PIC X(10).
  7900     05  FILLER                 PIC X(01) VALUE SPACES.
  8000     05  DET-RUM                PIC X(35).
  8100     05  FILLER                 PIC X(01) VALUE SPACES.
  8200     05  DET-MONTANT            PIC Z(10)9.99.
  8300     05  FILLER                 PIC X(01) VALUE SPACES.
  8400     05  DET-DATE-ECH           PIC 9(08).
  8500     05  FILLER                 PIC X(01) VALUE SPACES.
  8600     05  DET-DISPOSITION        PIC X(16).
  8700     05  FILLER                 PIC X(01) VALUE SPACES.
  8800     05  DET-DATE-NOTIF         PIC 9(08).
  8900     05  FILLER                 PIC X(35) VALUE SPACES.
  9000*
  9100 01  WS-LIGNE-TOTAL.
  9200     05  FILLER                 PIC X(20) VALUE SPACES.
  9300     05  TOT-LIBELLE            PIC X(20).
  9400     05  TOT-NB                 PIC ZZZZZZ9.
  9500     05  FILLER                 PIC X(85) VALUE SPACES.
  9600 01  WS-LIGNE-MONTANT.
  9700     05  FILLER                 PIC X(20) VALUE SPACES.
  9800     05  MNT-LIBELLE            PIC X(20).
  9900     05  MNT-MONTANT            PIC Z(12)9.99.
 10000     05  FILLER                 PIC X(76) VALUE SPACES.
 10100*
 10200 01  WS-LIGNE-ENTETE-1.
 10300     05  FILLER                 PIC X(50) VALUE
 10400         "ETAT DES PRE-NOTIFICATIONS DE PRELEV. - BPRIB27".
 10500     05  FILLER                 PIC X(82) VALUE SPACES.
 10600 01  WS-LIGNE-ENTETE-2.
 10700     05  FILLER                 PIC X(12) VALUE
 10800         "   ENVOI DU ".
 10900     05  ENT-DATE               PIC 9(08).
 11000     05  FILLER                 PIC X(22) VALUE
 11100         "  ECHEANCE MINIMALE ".
 11200     05  ENT-DATE-ECH-MIN       PIC 9(08).
 11300     05  FILLER                 PIC X(82) VALUE SPACES.
 11400 01  WS-LIGNE-ENTETE-3.
 11500     05  FILLER                 PIC X(01) VALUE SPACES.
 11600     05  FILLER                 PIC X(10) VALUE "ID TIERS".
 11700     05  FILLER                 PIC X(01) VALUE SPACES.
 11800     05  FILLER                 PIC X(35) VALUE "RUM".
 11900     05  FILLER                 PIC X(01) VALUE SPACES.
 12000     05  FILLER                 PIC X(14) VALUE "       MONTANT".
 12100     05  FILLER                 PIC X(01) VALUE SPACES.
 12200     05  FILLER                 PIC X(08) VALUE "ECHEANCE".
 12300     05  FILLER                 PIC X(01) VALUE SPACES.
 12400     05  FILLER                 PIC X(16) VALUE "DISPOSITION".
 12500     05  FILLER                 PIC X(01) VALUE SPACES.
 12600     05  FILLER                 PIC X(08) VALUE "NOTIFIE".
 12700     05  FILLER                 PIC X(35) VALUE SPACES.
 12800*
 12900*
 13000*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 13100 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 13200 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 13300 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 13400 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 13500 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 13600*
 13700 PROCEDURE DIVISION.
 13800*
 13900*///////////////////////////////////////////////////////////////
 14000*  0000-MAINLINE                                                *
 14100*///////////////////////////////////////////////////////////////
 14200 0000-MAINLINE SECTION.
 14300 0000-DEBUT.
 14400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 14500     PERFORM 2000-TRAITEMENT THRU 2000-EXIT
 14600         UNTIL WS-FIN-ENCA.
 14700     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 14800     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 14900 0000-EXIT.
 15000     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 15100     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 15200     STOP RUN.
 15300*
 15400*///////////////////////////////////////////////////////////////
 15500*  1000-INITIALISATION - PARAMETRES, OUVERTURE DES FICHIERS,    *
 15600*                        ENTETE ET PREMIERE LECTURE             *
 15700*///////////////////////////////////////////////////////////////
 15800 1000-INITIALISATION SECTION.
 15900 1000-DEBUT.
 16000     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 16100     ACCEPT WS-HEURE-JOUR FROM TIME.
 16200*        SANS ECHEANCE MINIMALE, LE RESPECT DU DELAI NE PEUT ETRE
 16300*        APPRECIE : LE TRAITEMENT EST ARRETE
 16400     OPEN INPUT RIBPNOP.
 16500     IF WS-STATUT-RIBPNOP NOT = "00"
 16600         DISPLAY "BPRIB27 - ERREUR OUVERTURE RIBPNOP "
 16700                 WS-STATUT-RIBPNOP
 16800         MOVE 12 TO WS-CODE-RETOUR
 16900         GO TO 0000-EXIT.
 17000     READ RIBPNOP
 17100         AT END
 17200             MOVE SPACES TO PNOP-ENREG.
 17300     CLOSE RIBPNOP.
 17400     IF PNOP-DATE-ECH-MIN NOT NUMERIC
 17500         DISPLAY "BPRIB27 - ECHEANCE MINIMALE RIBPNOP INVALIDE"
 17600         MOVE 12 TO WS-CODE-RETOUR
 17700         GO TO 0000-EXIT.
 17800     MOVE PNOP-DATE-ECH-MIN TO WS-DATE-ECH-MIN.
 17900     OPEN INPUT PMGCENCA.
 18000     IF WS-STATUT-PMGCENCA NOT = "00"
 18100         DISPLAY "BPRIB27 - ERREUR OUVERTURE PMGCENCA "
 18200                 WS-STATUT-PMGCENCA
 18300         MOVE 12 TO WS-CODE-RETOUR
 18400         GO TO 0000-EXIT.
 18500     OPEN I-O PMGCPNOT.
 18600*        PREMIER PASSAGE : LE FICHIER N'EXISTE PAS ENCORE
 18700     IF WS-STATUT-PMGCPNOT NOT = "00"
 18800         OPEN OUTPUT PMGCPNOT
 18900         CLOSE PMGCPNOT
 19000         OPEN I-O PMGCPNOT.
 19100     IF WS-STATUT-PMGCPNOT NOT = "00"
 19200         DISPLAY "BPRIB27 - ERREUR OUVERTURE PMGCPNOT "
 19300                 WS-STATUT-PMGCPNOT
 19400         MOVE 12 TO WS-CODE-RETOUR
 19500         GO TO 0000-EXIT.
 19600     OPEN OUTPUT RIBPNOT.
 19700     OPEN OUTPUT PMGLPNOT.
 19800     MOVE WS-LIGNE-ENTETE-1 TO PNOT-LIGNE.
 19900     WRITE PNOT-LIGNE.
 20000     MOVE WS-DATE-JOUR    TO ENT-DATE.
 20100     MOVE WS-DATE-ECH-MIN TO ENT-DATE-ECH-MIN.
 20200     MOVE WS-LIGNE-ENTETE-2 TO PNOT-LIGNE.
 20300     WRITE PNOT-LIGNE.
 20400     MOVE WS-LIGNE-ENTETE-3 TO PNOT-LIGNE.
 20500     WRITE PNOT-LIGNE.
 20600     PERFORM 2100-LECTURE-ENCA THRU 2100-EXIT.
 20700 1000-EXIT.
 20800     EXIT.
 20900*
 21000*///////////////////////////////////////////////////////////////
 21100*  2000-TRAITEMENT - PRE-NOTIFICATION DE L'ORDRE EN COURS S'IL  *
 21200*                    NE L'A PAS DEJA ETE                        *
 21300*///////////////////////////////////////////////////////////////
 21400 2000-TRAITEMENT SECTION.
 21500 2000-DEBUT.
 21600     MOVE ENC-TIE-ID   TO PNO-TIE-ID.
 21700     MOVE ENC-RUM      TO PNO-RUM.
 21800     MOVE ENC-DATE-ECH TO PNO-DATE-ECH.
 21900     MOVE ENC-MONTANT  TO PNO-MONTANT.
 22000     READ PMGCPNOT
 22100         INVALID KEY
 22200             GO TO 2000-NOTIFICATION.
 22300     ADD 1 TO WS-NB-DEJA-NOTIFIES.
 22400     MOVE "DEJA NOTIFIE" TO DET-DISPOSITION.
 22500     GO TO 2000-EDITION.
 22600 2000-NOTIFICATION.
 22700     MOVE WS-DATE-JOUR TO PNO-DATE-NOTIF.
 22800     IF ENC-DATE-ECH < WS-DATE-ECH-MIN
 22900         MOVE "N" TO PNO-IND-DELAI
 23000         ADD 1 TO WS-NB-HORS-DELAI
 23100         MOVE "HORS DELAI" TO DET-DISPOSITION
 23200     ELSE
 23300         MOVE "O" TO PNO-IND-DELAI
 23400         MOVE "NOTIFIE" TO DET-DISPOSITION.
 23500     WRITE PNO-ENREG
 23600         INVALID KEY
 23700             DISPLAY "BPRIB27 - ERREUR ECRITURE PMGCPNOT "
 23800                     WS-STATUT-PMGCPNOT
 23900             GO TO 2000-SUIVANT.
 24000     MOVE SPACES       TO PND-ENREG.
 24100     MOVE ENC-TIE-ID   TO PND-TIE-ID.
 24200     MOVE ENC-RUM      TO PND-RUM.
 24300     MOVE ENC-MONTANT  TO PND-MONTANT.
 24400     MOVE ENC-DATE-ECH TO PND-DATE-ECH.
 24500     MOVE ENC-LIBELLE  TO PND-LIBELLE.
 24600     WRITE PND-ENREG.
 24700     ADD 1 TO WS-NB-NOTIFIES.
 24800     ADD ENC-MONTANT TO WS-MT-NOTIFIE.
 24900 2000-EDITION.
 25000     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 25100 2000-SUIVANT.
 25200     PERFORM 2100-LECTURE-ENCA THRU 2100-EXIT.
 25300 2000-EXIT.
 25400     EXIT.
 25500*
 25600 2100-LECTURE-ENCA SECTION.
 25700 2100-DEBUT.
 25800     READ PMGCENCA
 25900         AT END
 26000             MOVE "O" TO WS-IND-FIN-ENCA
 26100             GO TO 2100-EXIT.
 26200     ADD 1 TO WS-NB-ORDRES.
 26300 2100-EXIT.
 26400     EXIT.
 26500*
 26600 2800-EDITION-LIGNE SECTION.
 26700 2800-DEBUT.
 26800     MOVE ENC-TIE-ID     TO DET-TIE-ID.
 26900     MOVE ENC-RUM        TO DET-RUM.
 27000     MOVE ENC-MONTANT    TO DET-MONTANT.
 27100     MOVE ENC-DATE-ECH   TO DET-DATE-ECH.
 27200     MOVE PNO-DATE-NOTIF TO DET-DATE-NOTIF.
 27300     MOVE WS-LIGNE-DETAIL TO PNOT-LIGNE.
 27400     WRITE PNOT-LIGNE.
 27500 2800-EXIT.
 27600     EXIT.
 27700*
 27800*///////////////////////////////////////////////////////////////
 27900*  4000-EDITION-TOTAUX - TOTAUX DES PRE-NOTIFICATIONS           *
 28000*///////////////////////////////////////////////////////////////
 28100 4000-EDITION-TOTAUX SECTION.
 28200 4000-DEBUT.
 28300     MOVE SPACES TO PNOT-LIGNE.
 28400     WRITE PNOT-LIGNE.
 28500     MOVE SPACES TO WS-LIGNE-TOTAL.
 28600     MOVE "ORDRES LUS       : " TO TOT-LIBELLE.
 28700     MOVE WS-NB-ORDRES TO TOT-NB.
 28800     MOVE WS-LIGNE-TOTAL TO PNOT-LIGNE.
 28900     WRITE PNOT-LIGNE.
 29000     MOVE SPACES TO WS-LIGNE-TOTAL.
 29100     MOVE "PRE-NOTIFIES     : " TO TOT-LIBELLE.
 29200     MOVE WS-NB-NOTIFIES TO TOT-NB.
 29300     MOVE WS-LIGNE-TOTAL TO PNOT-LIGNE.
 29400     WRITE PNOT-LIGNE.
 29500     MOVE SPACES TO WS-LIGNE-TOTAL.
 29600     MOVE "DONT HORS DELAI  : " TO TOT-LIBELLE.
 29700     MOVE WS-NB-HORS-DELAI TO TOT-NB.
 29800     MOVE WS-LIGNE-TOTAL TO PNOT-LIGNE.
 29900     WRITE PNOT-LIGNE.
 30000     MOVE SPACES TO WS-LIGNE-TOTAL.
 30100     MOVE "DEJA NOTIFIES    : " TO TOT-LIBELLE.
 30200     MOVE WS-NB-DEJA-NOTIFIES TO TOT-NB.
 30300     MOVE WS-LIGNE-TOTAL TO PNOT-LIGNE.
 30400     WRITE PNOT-LIGNE.
 30500     MOVE SPACES TO WS-LIGNE-MONTANT.
 30600     MOVE "MONTANT NOTIFIE  : " TO MNT-LIBELLE.
 30700     MOVE WS-MT-NOTIFIE TO MNT-MONTANT.
 30800     MOVE WS-LIGNE-MONTANT TO PNOT-LIGNE.
 30900     WRITE PNOT-LIGNE.
 31000 4000-EXIT.
 31100     EXIT.
 31200*
 31300*///////////////////////////////////////////////////////////////
 31400*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 31500*///////////////////////////////////////////////////////////////
 31600 9000-TERMINAISON SECTION.
 31700 9000-DEBUT.
 31800     CLOSE PMGCENCA.
 31900     CLOSE PMGCPNOT.
 32000     CLOSE RIBPNOT.
 32100     CLOSE PMGLPNOT.
 32200     DISPLAY "BPRIB27 - ORDRES LUS       : " WS-NB-ORDRES.
 32300     DISPLAY "BPRIB27 - PRE-NOTIFIES     : " WS-NB-NOTIFIES.
 32400     DISPLAY "BPRIB27 - DONT HORS DELAI  : " WS-NB-HORS-DELAI.
 32500     DISPLAY "BPRIB27 - DEJA NOTIFIES    : " WS-NB-DEJA-NOTIFIES.
 32600 9000-EXIT.
 32700     EXIT.
 32800*
 32900*///////////////////////////////////////////////////////////////
 33000*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 33100*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
 33200*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 33300*                    POUR L'ORDONNANCEUR                        *
 33400*///////////////////////////////////////////////////////////////
 33500 9500-FIN-DE-JOB SECTION.
 33600 9500-DEBUT.
 33700     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 33800*        LES REJETS SONT ICI LES ORDRES PRE-NOTIFIES HORS DELAI,
 33900*        QUE BPRIB15 ECARTERA
 34000     MOVE ZERO TO WS-TAUX-REJET.
 34100     IF WS-NB-ORDRES > ZERO
 34200         COMPUTE WS-TAUX-REJET ROUNDED
 34300             = (WS-NB-HORS-DELAI * 100) / WS-NB-ORDRES.
 34400     IF WS-CODE-RETOUR = 12
 34500         GO TO 9500-ECRITURE.
 34600     MOVE ZERO TO WS-CODE-RETOUR.
 34700     IF WS-NB-HORS-DELAI = ZERO
 34800         GO TO 9500-ECRITURE.
 34900     MOVE 4 TO WS-CODE-RETOUR.
 35000     IF WS-TAUX-REJET > WS-SEUIL-REJET
 35100         MOVE 8 TO WS-CODE-RETOUR.
 35200 9500-ECRITURE.
 35300     OPEN EXTEND PMGCFINJ.
 35400     IF WS-STATUT-PMGCFINJ NOT = "00"
 35500         OPEN OUTPUT PMGCFINJ.
 35600     MOVE SPACES         TO FINJ-ENREG.
 35700     MOVE "BPRIB27"     TO FINJ-PROG.
 35800     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 35900     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 36000     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 36100     MOVE WS-NB-ORDRES TO FINJ-NB-LUS.
 36200     MOVE WS-NB-HORS-DELAI TO FINJ-NB-REJETS.
 36300     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 36400     WRITE FINJ-ENREG.
 36500     CLOSE PMGCFINJ.
 36600     DISPLAY "BPRIB27 - CODE RETOUR : " WS-CODE-RETOUR.
 36700 9500-EXIT.
 36800     EXIT.
 36900*
 37000 9600-LIRE-SEUIL SECTION.
 37100 9600-DEBUT.
 37200     OPEN INPUT PMGCPILO.
 37300     IF WS-STATUT-PMGCPILO NOT = "00"
 37400         GO TO 9600-EXIT.
 37500 9600-BOUCLE.
 37600     READ PMGCPILO
 37700         AT END
 37800             CLOSE PMGCPILO
 37900             GO TO 9600-EXIT.
 38000     IF PIL-PROG NOT = "BPRIB27"
 38100         GO TO 9600-BOUCLE.
 38200     IF PIL-SEUIL-REJET NUMERIC
 38300         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 38400     CLOSE PMGCPILO.
 38500 9600-EXIT.
 38600     EXIT.
