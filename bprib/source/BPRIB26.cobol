   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB26.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB26 - CADUCITE DES MANDATS DE PRELEVEMENT SEPA SANS      *
  1200*             PRELEVEMENT DEPUIS 36 MOIS (TRAITEMENT PERIODIQUE) *
  1300*                                                                *
  1400*   PARCOURT LA TABLE DES MANDATS PMGCMAND. UN MANDAT ACTIF DONT *
  1500*   LA DATE DE REFERENCE EST ANTERIEURE A LA DATE LIMITE (DATE   *
  1600*   DU JOUR MOINS 36 MOIS, SOIT TROIS ANS) PASSE CADUC ; LA      *
  1700*   MISE A JOUR EST JOURNALISEE AVANT/APRES DANS PMGCJRNM (TYPE  *
  1800*   "K"), ET BPRIB15 ECARTERA DESORMAIS TOUT ORDRE QUI L'INVOQUE.*
  1900*   LA DATE DE REFERENCE EST :                                   *
  2000*     - LA DATE D'ECHEANCE DU DERNIER PRELEVEMENT PRESENTE       *
  2100*       (MND-DT-DERN-PREL, TENUE PAR BPRIB15)                    *
  2200*     - A DEFAUT, POUR UN MANDAT JAMAIS PRELEVE (SEQUENCE FRST), *
  2300*       LA DATE DE SIGNATURE                                     *
  2400*     - A DEFAUT, POUR UN MANDAT DEJA PRELEVE AVANT LA TENUE DE  *
  2500*       LA DATE DU DERNIER PRELEVEMENT, CETTE DATE EST           *
  2600*       INITIALISEE A LA DATE DU JOUR (LE DELAI DE 36 MOIS PART  *
  2700*       DE CE PREMIER PASSAGE, SANS CADUCITE A TORT)             *
  2800*                                                                *
  2900*   L'ETAT PMGLCADU LISTE LES MANDATS RENDUS CADUCS ET LES DATES *
  3000*   INITIALISEES, PUIS LES TOTAUX.                               *
  3100*                                                                *
  3200****************************************************************
  3300* MODIFICATIONS
  3400*   2026-10-15 JLB  CREATION INITIALE
  3500****************************************************************
  3600 ENVIRONMENT DIVISION.
  3700 CONFIGURATION SECTION.
  3800 SOURCE-COMPUTER. LEVEL-64.
  3900 OBJECT-COMPUTER. LEVEL-64.
  4000 INPUT-OUTPUT SECTION.
  4100 FILE-CONTROL.
  4200     COPY SELECT-PMGCMAND.
  4300     COPY SELECT-PMGCJRNM.
  4400     COPY SELECT-PMGLCADU.
  4500     COPY SELECT-PMGCPILO.
  4600     COPY SELECT-PMGCFINJ.
  4700*
  4800 DATA DIVISION.
  4900 FILE SECTION.
  5000     COPY FD-PMGCMAND.
  5100     COPY FD-PMGCJRNM.
  5200     COPY FD-PMGLCADU.
  5300     COPY FD-PMGCPILO.
  5400     COPY FD-PMGCFINJ.
  5500*
  5600 WORKING-STORAGE SECTION.
  5700 77  WS-STATUT-PMGCMAND         PIC XX VALUE SPACES.
  5800 77  WS-STATUT-PMGCJRNM         PIC XX VALUE SPACES.
  5900 77  WS-STATUT-PMGLCADU         PIC XX VALUE SPACES.
  6000 77  WS-IND-FIN-MAND            PIC X VALUE "N".
  6100     88  WS-FIN-MAND                VALUE "O".
  6200 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  6300 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  6400*    DATE DU JOUR MOINS TROIS ANS (36 MOIS) ; UN 29 FEVRIER DONNE
  6500*    UN 29 FEVRIER INEXISTANT, SANS INCIDENCE SUR LA COMPARAISON
  6600 77  WS-DATE-LIMITE             PIC 9(08) VALUE ZERO.
  6700 77  WS-DATE-REFERENCE          PIC 9(08) VALUE ZERO.
  6800*
  6900 01  WS-COMPTEURS.
  7000     05  WS-NB-MANDATS          PIC 9(07) COMP VALUE ZERO.
  7100     05  WS-NB-ACTIFS           PIC 9(07) COMP VALUE ZERO.
  7200     05  WS-NB-CADUCS           PIC 9(07) COMP VALUE ZERO.
  7300     05  WS-NB-INITIALISES      PIC 9(07) COMP VALUE ZERO.
  7400     05  WS-NB-ERREURS          PIC 9(07) COMP VALUE ZERO.
  7500*
  7600 01  WS-LIGNE-DETAIL.
  7700     05  FILLER                 PIC X(01) VALUE SPACES.
  7800     05  DET-TIE-ID             PIC X(10).
  7900     05  FILLER                 PIC X(01) VALUE SPACES.
  8000     05  DET-RUM                PIC X(35).
  8100     05  FILLER                 PIC X(01) VALUE SPACES.
  8200     05  DET-SEQ                PIC X(04).
  8300     05  FILLER                 PIC X(01) VALUE SPACES.
  8400     05  DET-DATE-SIGN          PIC 9(08).
  8500     05  FILLER                 PIC X(01) VALUE SPACES.
  8600     05  DET-DT-DERN-PREL       PIC 9(08).
  8700     05  FILLER                 PIC X(01) VALUE SPACES.
  8800     05  DET-DATE-REFERENCE     PIC 9(08).
  8900     05  FILLER                 PIC X(01) VALUE SPACES.
  9000     05  DET-DISPOSITION        PIC X(16).
  9100     05  FILLER                 PIC X(35) VALUE SPACES.
  9200*
  9300 01  WS-LIGNE-TOTAL.
  9400     05  FILLER                 PIC X(20) VALUE SPACES.
  9500     05  TOT-LIBELLE            PIC X(20).
  9600     05  TOT-NB                 PIC ZZZZZZ9.
  9700     05  FILLER                 PIC X(85) VALUE SPACES.
  9800*
  9900 01  WS-LIGNE-ENTETE-1.
 10000     05  FILLER                 PIC X(50) VALUE
 10100         "ETAT DES MANDATS RENDUS CADUCS - BPRIB26".
 10200     05  FILLER                 PIC X(82) VALUE SPACES.
 10300 01  WS-LIGNE-ENTETE-2.
 10400     05  FILLER                 PIC X(30) VALUE
 10500         "   SANS PRELEVEMENT DEPUIS LE ".
 10600     05  ENT-DATE-LIMITE        PIC 9(08).
 10700     05  FILLER                 PIC X(94) VALUE SPACES.
 10800 01  WS-LIGNE-ENTETE-3.
 10900     05  FILLER                 PIC X(01) VALUE SPACES.
 11000     05  FILLER                 PIC X(10) VALUE "ID TIERS".
 11100     05  FILLER                 PIC X(01) VALUE SPACES.
 11200     05  FILLER                 PIC X(35) VALUE "RUM".
 11300     05  FILLER                 PIC X(01) VALUE SPACES.
 11400     05  FILLER                 PIC X(04) VALUE "SEQ".
 11500     05  FILLER                 PIC X(01) VALUE SPACES.
 11600     05  FILLER                 PIC X(08) VALUE "SIGNAT.".
 11700     05  FILLER                 PIC X(01) VALUE SPACES.
 11800     05  FILLER                 PIC X(08) VALUE "DER.PREL".
 11900     05  FILLER                 PIC X(01) VALUE SPACES.
 12000     05  FILLER                 PIC X(08) VALUE "REFERENC".
 12100     05  FILLER                 PIC X(01) VALUE SPACES.
 12200     05  FILLER                 PIC X(16) VALUE "DISPOSITION".
 12300     05  FILLER                 PIC X(35) VALUE SPACES.
 12400*
 12500*
 12600*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 12700 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 12800 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 12900 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 13000 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 13100 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 13200*
 13300 PROCEDURE DIVISION.
 13400*
 13500*///////////////////////////////////////////////////////////////
 13600*  0000-MAINLINE                                                *
 13700*///////////////////////////////////////////////////////////////
 13800 0000-MAINLINE SECTION.
 13900 0000-DEBUT.
 14000     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 14100     PERFORM 2000-TRAITEMENT THRU 2000-EXIT
 14200         UNTIL WS-FIN-MAND.
 14300     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 14400     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 14500 0000-EXIT.
 14600     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 14700     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 14800     STOP RUN.
 14900*
 15000*///////////////////////////////////////////////////////////////
 15100*  1000-INITIALISATION - DATE LIMITE, OUVERTURE DES FICHIERS,   *
 15200*                        ENTETE ET POSITIONNEMENT EN DEBUT DE   *
 15300*                        TABLE DES MANDATS                      *
 15400*///////////////////////////////////////////////////////////////
 15500 1000-INITIALISATION SECTION.
 15600 1000-DEBUT.
 15700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 15800     ACCEPT WS-HEURE-JOUR FROM TIME.
 15900     COMPUTE WS-DATE-LIMITE = WS-DATE-JOUR - 30000.
 16000     OPEN I-O PMGCMAND.
 16100     IF WS-STATUT-PMGCMAND NOT = "00"
 16200         DISPLAY "BPRIB26 - ERREUR OUVERTURE PMGCMAND "
 16300                 WS-STATUT-PMGCMAND
 16400         MOVE 12 TO WS-CODE-RETOUR
 16500         GO TO 0000-EXIT.
 16600     OPEN EXTEND PMGCJRNM.
 16700     IF WS-STATUT-PMGCJRNM NOT = "00"
 16800         OPEN OUTPUT PMGCJRNM.
 16900     OPEN OUTPUT PMGLCADU.
 17000     MOVE WS-LIGNE-ENTETE-1 TO CADU-LIGNE.
 17100     WRITE CADU-LIGNE.
 17200     MOVE WS-DATE-LIMITE TO ENT-DATE-LIMITE.
 17300     MOVE WS-LIGNE-ENTETE-2 TO CADU-LIGNE.
 17400     WRITE CADU-LIGNE.
 17500     MOVE WS-LIGNE-ENTETE-3 TO CADU-LIGNE.
 17600     WRITE CADU-LIGNE.
 17700     MOVE LOW-VALUES TO MND-CLE.
 17800     START PMGCMAND KEY IS NOT LESS THAN MND-CLE
 17900         INVALID KEY
 18000             MOVE "O" TO WS-IND-FIN-MAND
 18100             GO TO 1000-EXIT.
 18200     PERFORM 2100-LECTURE-MANDAT THRU 2100-EXIT.
 18300 1000-EXIT.
 18400     EXIT.
 18500*
 18600*///////////////////////////////////////////////////////////////
 18700*  2000-TRAITEMENT - DATE DE REFERENCE DU MANDAT ACTIF EN COURS *
 18800*                    ET CADUCITE SI ELLE EST ANTERIEURE A LA    *
 18900*                    DATE LIMITE                                *
 19000*///////////////////////////////////////////////////////////////
 19100 2000-TRAITEMENT SECTION.
 19200 2000-DEBUT.
 19300     IF NOT MND-ACTIF
 19400         GO TO 2000-SUIVANT.
 19500     ADD 1 TO WS-NB-ACTIFS.
 19600     IF MND-DT-DERN-PREL NUMERIC AND MND-DT-DERN-PREL > ZERO
 19700         MOVE MND-DT-DERN-PREL TO WS-DATE-REFERENCE
 19800         GO TO 2000-CONTROLE.
 19900     IF MND-RECURRENT
 20000         PERFORM 2300-INITIALISER-DATE THRU 2300-EXIT
 20100         GO TO 2000-SUIVANT.
 20200     MOVE MND-DATE-SIGN TO WS-DATE-REFERENCE.
 20300 2000-CONTROLE.
 20400     IF WS-DATE-REFERENCE NOT < WS-DATE-LIMITE
 20500         GO TO 2000-SUIVANT.
 20600     PERFORM 2200-CADUCITE THRU 2200-EXIT.
 20700 2000-SUIVANT.
 20800     PERFORM 2100-LECTURE-MANDAT THRU 2100-EXIT.
 20900 2000-EXIT.
 21000     EXIT.
 21100*
 21200 2100-LECTURE-MANDAT SECTION.
 21300 2100-DEBUT.
 21400     READ PMGCMAND NEXT RECORD
 21500         AT END
 21600             MOVE "O" TO WS-IND-FIN-MAND
 21700             GO TO 2100-EXIT.
 21800     ADD 1 TO WS-NB-MANDATS.
 21900 2100-EXIT.
 22000     EXIT.
 22100*
 22200*///////////////////////////////////////////////////////////////
 22300*  2200-CADUCITE - LE MANDAT PASSE CADUC, JOURNALISE AVANT/     *
 22400*                  APRES DANS PMGCJRNM (TYPE "K")               *
 22500*///////////////////////////////////////////////////////////////
 22600 2200-CADUCITE SECTION.
 22700 2200-DEBUT.
 22800     MOVE SPACES        TO JMA-ENREG.
 22900     MOVE "K"           TO JMA-TYPE-OPER.
 23000     MOVE "BPRIB26"     TO JMA-USER.
 23100     MOVE WS-DATE-JOUR  TO JMA-DATE.
 23200     MOVE WS-HEURE-JOUR TO JMA-HEURE.
 23300     MOVE MND-TIE-ID    TO JMA-TIE-ID.
 23400     MOVE MND-RUM       TO JMA-RUM.
 23500     MOVE MND-DATE-SIGN TO JMA-AVT-DATE-SIGN.
 23600     MOVE MND-STATUT    TO JMA-AVT-STATUT.
 23700     MOVE MND-IND-SEQ   TO JMA-AVT-IND-SEQ.
 23800     MOVE "C"           TO MND-STATUT.
 23900     MOVE WS-DATE-JOUR  TO MND-DT-MAJ.
 24000     MOVE "BPRIB26"     TO MND-USER-MAJ.
 24100     REWRITE MND-ENREG
 24200         INVALID KEY
 24300             DISPLAY "BPRIB26 - ERREUR REECRITURE PMGCMAND "
 24400                     WS-STATUT-PMGCMAND
 24500             ADD 1 TO WS-NB-ERREURS
 24600             GO TO 2200-EXIT.
 24700     MOVE MND-DATE-SIGN TO JMA-APR-DATE-SIGN.
 24800     MOVE MND-STATUT    TO JMA-APR-STATUT.
 24900     MOVE MND-IND-SEQ   TO JMA-APR-IND-SEQ.
 25000     WRITE JMA-ENREG.
 25100     ADD 1 TO WS-NB-CADUCS.
 25200     MOVE "CADUC" TO DET-DISPOSITION.
 25300     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 25400 2200-EXIT.
 25500     EXIT.
 25600*
 25700*///////////////////////////////////////////////////////////////
 25800*  2300-INITIALISER-DATE - MANDAT DEJA PRELEVE SANS DATE DU     *
 25900*                          DERNIER PRELEVEMENT : LA DATE EST    *
 26000*                          INITIALISEE A LA DATE DU JOUR        *
 26100*///////////////////////////////////////////////////////////////
 26200 2300-INITIALISER-DATE SECTION.
 26300 2300-DEBUT.
 26400     MOVE WS-DATE-JOUR TO MND-DT-DERN-PREL.
 26500     MOVE WS-DATE-JOUR TO WS-DATE-REFERENCE.
 26600     REWRITE MND-ENREG
 26700         INVALID KEY
 26800             DISPLAY "BPRIB26 - ERREUR REECRITURE PMGCMAND "
 26900                     WS-STATUT-PMGCMAND
 27000             ADD 1 TO WS-NB-ERREURS
 27100             GO TO 2300-EXIT.
 27200     ADD 1 TO WS-NB-INITIALISES.
 27300     MOVE "DATE INITIALISEE" TO DET-DISPOSITION.
 27400     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 27500 2300-EXIT.
 27600     EXIT.
 27700*
 27800 2800-EDITION-LIGNE SECTION.
 27900 2800-DEBUT.
 28000     MOVE MND-TIE-ID        TO DET-TIE-ID.
 28100     MOVE MND-RUM           TO DET-RUM.
 28200     IF MND-RECURRENT
 28300         MOVE "RCUR" TO DET-SEQ
 28400     ELSE
 28500         MOVE "FRST" TO DET-SEQ.
 28600     MOVE MND-DATE-SIGN     TO DET-DATE-SIGN.
 28700     MOVE MND-DT-DERN-PREL  TO DET-DT-DERN-PREL.
 28800     MOVE WS-DATE-REFERENCE TO DET-DATE-REFERENCE.
 28900     MOVE WS-LIGNE-DETAIL TO CADU-LIGNE.
 29000     WRITE CADU-LIGNE.
 29100 2800-EXIT.
 29200     EXIT.
 29300*
 29400*///////////////////////////////////////////////////////////////
 29500*  4000-EDITION-TOTAUX - TOTAUX DU TRAITEMENT                   *
 29600*///////////////////////////////////////////////////////////////
 29700 4000-EDITION-TOTAUX SECTION.
 29800 4000-DEBUT.
 29900     MOVE SPACES TO CADU-LIGNE.
 30000     WRITE CADU-LIGNE.
 30100     MOVE SPACES TO WS-LIGNE-TOTAL.
 30200     MOVE "MANDATS LUS      : " TO TOT-LIBELLE.
 30300     MOVE WS-NB-MANDATS TO TOT-NB.
 30400     MOVE WS-LIGNE-TOTAL TO CADU-LIGNE.
 30500     WRITE CADU-LIGNE.
 30600     MOVE SPACES TO WS-LIGNE-TOTAL.
 30700     MOVE "MANDATS ACTIFS   : " TO TOT-LIBELLE.
 30800     MOVE WS-NB-ACTIFS TO TOT-NB.
 30900     MOVE WS-LIGNE-TOTAL TO CADU-LIGNE.
 31000     WRITE CADU-LIGNE.
 31100     MOVE SPACES TO WS-LIGNE-TOTAL.
 31200     MOVE "RENDUS CADUCS    : " TO TOT-LIBELLE.
 31300     MOVE WS-NB-CADUCS TO TOT-NB.
 31400     MOVE WS-LIGNE-TOTAL TO CADU-LIGNE.
 31500     WRITE CADU-LIGNE.
 31600     MOVE SPACES TO WS-LIGNE-TOTAL.
 31700     MOVE "DATES INITIALISEES: " TO TOT-LIBELLE.
 31800     MOVE WS-NB-INITIALISES TO TOT-NB.
 31900     MOVE WS-LIGNE-TOTAL TO CADU-LIGNE.
 32000     WRITE CADU-LIGNE.
 32100     MOVE SPACES TO WS-LIGNE-TOTAL.
 32200     MOVE "ERREURS          : " TO TOT-LIBELLE.
 32300     MOVE WS-NB-ERREURS TO TOT-NB.
 32400     MOVE WS-LIGNE-TOTAL TO CADU-LIGNE.
 32500     WRITE CADU-LIGNE.
 32600 4000-EXIT.
 32700     EXIT.
 32800*
 32900*///////////////////////////////////////////////////////////////
 33000*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 33100*///////////////////////////////////////////////////////////////
 33200 9000-TERMINAISON SECTION.
 33300 9000-DEBUT.
 33400     CLOSE PMGCMAND.
 33500     CLOSE PMGCJRNM.
 33600     CLOSE PMGLCADU.
 33700     DISPLAY "BPRIB26 - MANDATS LUS       : " WS-NB-MANDATS.
 33800     DISPLAY "BPRIB26 - RENDUS CADUCS     : " WS-NB-CADUCS.
 33900     DISPLAY "BPRIB26 - DATES INITIALISEES: " WS-NB-INITIALISES.
 34000 9000-EXIT.
 34100     EXIT.
 34200*
 34300*///////////////////////////////////////////////////////////////
 34400*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 34500*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
 34600*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 34700*                    POUR L'ORDONNANCEUR                        *
 34800*///////////////////////////////////////////////////////////////
 34900 9500-FIN-DE-JOB SECTION.
 35000 9500-DEBUT.
 35100     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 35200*        LES REJETS SONT ICI LES MANDATS NON REECRITS
 35300     MOVE ZERO TO WS-TAUX-REJET.
 35400     IF WS-NB-ACTIFS > ZERO
 35500         COMPUTE WS-TAUX-REJET ROUNDED
 35600             = (WS-NB-ERREURS * 100) / WS-NB-ACTIFS.
 35700     IF WS-CODE-RETOUR = 12
 35800         GO TO 9500-ECRITURE.
 35900     MOVE ZERO TO WS-CODE-RETOUR.
 36000     IF WS-NB-ERREURS = ZERO
 36100         GO TO 9500-ECRITURE.
 36200     MOVE 4 TO WS-CODE-RETOUR.
 36300     IF WS-TAUX-REJET > WS-SEUIL-REJET
 36400         MOVE 8 TO WS-CODE-RETOUR.
 36500 9500-ECRITURE.
 36600     OPEN EXTEND PMGCFINJ.
 36700     IF WS-STATUT-PMGCFINJ NOT = "00"
 36800         OPEN OUTPUT PMGCFINJ.
 36900     MOVE SPACES         TO FINJ-ENREG.
 37000     MOVE "BPRIB26"     TO FINJ-PROG.
 37100     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 37200     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 37300     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 37400     MOVE WS-NB-MANDATS TO FINJ-NB-LUS.
 37500     MOVE WS-NB-ERREURS TO FINJ-NB-REJETS.
 37600     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 37700     WRITE FINJ-ENREG.
 37800     CLOSE PMGCFINJ.
 37900     DISPLAY "BPRIB26 - CODE RETOUR : " WS-CODE-RETOUR.
 38000 9500-EXIT.
 38100     EXIT.
 38200*
 38300 9600-LIRE-SEUIL SECTION.
 38400 9600-DEBUT.
 38500     OPEN INPUT PMGCPILO.
 38600     IF WS-STATUT-PMGCPILO NOT = "00"
 38700         GO TO 9600-EXIT.
 38800 9600-BOUCLE.
 38900     READ PMGCPILO
 39000         AT END
 39100             CLOSE PMGCPILO
 39200             GO TO 9600-EXIT.
 39300     IF PIL-PROG NOT = "BPRIB26"
 39400         GO TO 9600-BOUCLE.
 39500     IF PIL-SEUIL-REJET NUMERIC
 39600         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 39700     CLOSE PMGCPILO.
 39800 9600-EXIT.
 39900     EXIT.
