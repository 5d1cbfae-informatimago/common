   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB29.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB29 - ETAT D'AUDIT CONSOLIDE DES JOURNAUX AVANT/APRES    *
  1200*             (QUI A MODIFIE QUOI) ET SEPARATION DES TACHES      *
  1300*                                                                *
  1400*   REPREND SUR LA PERIODE CHOISIE (RIBAUDP) LES QUATRE          *
  1500*   JOURNAUX DES REFERENTIELS :                                  *
  1600*     - PMGCJRNL : BANQUES ET GUICHETS (BPRIB02)                 *
  1700*     - PMGCJRNT : DOMICILIATIONS DES TIERS ET LEVEES DE         *
  1800*       CARENCE (BPRIB06, BPRIB11, BPRIB18, BPRIB22)             *
  1900*     - PMGCJRNM : MANDATS (BPRIB14, BPRIB15, BPRIB25, BPRIB26)  *
  2000*     - PMGCJRNE : COMPTES EMETTEURS (BPRIB17)                   *
  2100*   ET LES TRIE PAR UTILISATEUR, DATE ET HEURE. CHAQUE           *
  2200*   MODIFICATION EST EDITEE DANS PMGLAUDT AVEC L'OBJET CONCERNE, *
  2300*   LA NATURE DE L'OPERATION, L'AUTEUR DE LA PREMIERE SAISIE EN  *
  2400*   DOUBLE VALIDATION ET LES ZONES DONT L'IMAGE APRES DIFFERE DE *
  2500*   L'IMAGE AVANT.                                               *
  2600*                                                                *
  2700*   ALERTES SIGNALEES SUR LA LIGNE :                             *
  2800*     - CUMUL  : LE MEME UTILISATEUR A LEVE LA CARENCE D'UN      *
  2900*       TIERS (CAR-USER-LEVEE DE PMGCCARE OU JOURNAL DE LEVEE)   *
  3000*       ET MODIFIE SUR LA PERIODE LA DOMICILIATION DE CE TIERS,  *
  3100*       OU UN COMPTE EMETTEUR ; LES DEUX OPERATIONS SONT         *
  3200*       SIGNALEES, QUEL QUE SOIT LEUR ORDRE                      *
  3300*     - HORS-H : MODIFICATION HORS DES HEURES OUVREES, OU UN     *
  3400*       SAMEDI OU UN DIMANCHE                                    *
  3500*     - RAFALE : LE TIERS (DOMICILIATION OU MANDATS) A ETE       *
  3600*       MODIFIE AU MOINS N FOIS DANS LA JOURNEE (N DE RIBAUDP)   *
  3610*   LES MISES A JOUR DES PROGRAMMES DE LA CHAINE DE NUIT         *
  3620*   (UTILISATEUR BPRIBNN) NE DECLENCHENT NI HORS-H NI RAFALE ET  *
  3630*   NE COMPTENT PAS DANS LES RAFALES : ELLES SONT EDITEES ET     *
  3640*   TOTALISEES A PART, SANS ALERTE.                              *
  3700*                                                                *
  3800*   UN JOURNAL ABSENT EST SIGNALE (CODE RETOUR 04 AU MOINS) ;    *
  3900*   SANS PERIODE VALIDE DANS RIBAUDP, CODE RETOUR 12.            *
  4000*                                                                *
  4100****************************************************************
  4200* MODIFICATIONS
  4300*   2026-10-15 JLB  CREATION INITIALE
  4400****************************************************************
  4500 ENVIRONMENT DIVISION.
  4600 CONFIGURATION SECTION.
  4700 SOURCE-COMPUTER. LEVEL-64.
  4800 OBJECT-COMPUTER. LEVEL-64.
  4900 INPUT-OUTPUT SECTION.
  5000 FILE-CONTROL.
  5100     COPY SELECT-RIBAUDP.
  5200     COPY SELECT-PMGCJRNL.
  5300     COPY SELECT-PMGCJRNT.
  5400     COPY SELECT-PMGCJRNM.
  5500     COPY SELECT-PMGCJRNE.
  5600     COPY SELECT-PMGCCARE.
  5700     COPY SELECT-PMGLAUDT.
  5800     COPY SELECT-PMGCPILO.
  5900     COPY SELECT-PMGCFINJ.
  6000*        FICHIER DE TRAVAIL DU TRI INTERNE
  6100     SELECT TRIAUD ASSIGN TO "SORTWK".
  6200*
  6300 DATA DIVISION.
  6400 FILE SECTION.
  6500     COPY FD-RIBAUDP.
  6600     COPY FD-PMGCJRNL.
  6700     COPY FD-PMGCJRNT.
  6800     COPY FD-PMGCJRNM.
  6900     COPY FD-PMGCJRNE.
  7000     COPY FD-PMGCCARE.
  7100     COPY FD-PMGLAUDT.
  7200     COPY FD-PMGCPILO.
  7300     COPY FD-PMGCFINJ.
  7400*
  7500*    MODIFICATION EXTRAITE D'UN DES QUATRE JOURNAUX ; LE NUMERO
  7600*    D'ORDRE CONSERVE L'ORDRE DES JOURNAUX A HEURE EGALE
  7700 SD  TRIAUD.
  7800 01  TRA-ENREG.
  7900     05  TRA-USER                PIC X(08).
  8000     05  TRA-DATE                PIC 9(08).
  8100     05  TRA-HEURE               PIC 9(06).
  8200     05  TRA-NO-SEQ              PIC 9(07).
  8300     05  TRA-JOURNAL             PIC X(04).
  8400     05  TRA-TYPE-OPER           PIC X(01).
  8500     05  TRA-NATURE              PIC X(16).
  8600     05  TRA-OBJET               PIC X(46).
  8700     05  TRA-TIE-ID              PIC X(10).
  8800     05  TRA-USER-SAISIE         PIC X(08).
  8900     05  TRA-ETAPE               PIC X(01).
  9000*        OPERATION SENSIBLE POUR LA SEPARATION DES TACHES
  9100     05  TRA-CLASSE              PIC X(01).
  9200         88  TRA-LEVEE-CARENCE       VALUE "L".
  9300         88  TRA-MODIF-DOMICIL       VALUE "D".
  9400         88  TRA-MODIF-EMETTEUR      VALUE "E".
  9500     05  TRA-ZONES               PIC X(90).
  9600*
  9700 WORKING-STORAGE SECTION.
  9800 77  WS-STATUT-RIBAUDP          PIC XX VALUE SPACES.
  9900 77  WS-STATUT-PMGCJRNL         PIC XX VALUE SPACES.
 10000 77  WS-STATUT-PMGCJRNT         PIC XX VALUE SPACES.
 10100 77  WS-STATUT-PMGCJRNM         PIC XX VALUE SPACES.
 10200 77  WS-STATUT-PMGCJRNE         PIC XX VALUE SPACES.
 10300 77  WS-STATUT-PMGCCARE         PIC XX VALUE SPACES.
 10400 77  WS-STATUT-PMGLAUDT         PIC XX VALUE SPACES.
 10500 77  WS-IND-FIN-CARE            PIC X VALUE "N".
 10600     88  WS-FIN-CARE                VALUE "O".
 10700 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
 10800 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
 10900*
 11000*    PARAMETRES DE L'AUDIT (CF CYWAUDP)
 11100 77  WS-DT-DEBUT                PIC 9(08) VALUE ZERO.
 11200 77  WS-DT-FIN                  PIC 9(08) VALUE ZERO.
 11300 77  WS-HEURE-DEBUT             PIC 9(06) VALUE 080000.
 11400 77  WS-HEURE-FIN               PIC 9(06) VALUE 190000.
 11500 77  WS-SEUIL-RAFALE            PIC 9(03) VALUE 3.
 11510*    UTILISATEUR DES PROGRAMMES DE LA CHAINE DE NUIT (BPRIBNN)
 11520 77  WS-PREFIXE-CHAINE          PIC X(05) VALUE "BPRIB".
 11600*
 11700*    ZONES MODIFIEES DE L'ENREGISTREMENT EN COURS
 11800 77  WS-NB-ZONES                PIC 9(02) COMP VALUE ZERO.
 11900 77  WS-NOM-ZONE                PIC X(09) VALUE SPACES.
 12000 01  WS-ZONES-MODIFIEES.
 12100     05  WS-ZONE                PIC X(09) OCCURS 10 TIMES.
 12200 77  WS-IND-DOMICIL             PIC X VALUE "N".
 12300     88  WS-DOMICIL-MODIFIEE        VALUE "O".
 12400*
 12500*    RIB AVANT/APRES DU JOURNAL DES TIERS VUS EN ALPHANUMERIQUE
 12600*    (LA CLE RIB EST A BLANC DANS CERTAINES IMAGES)
 12700 01  WS-TIR-AVANT.
 12800     05  WS-TIR-AVT-COBANQ      PIC X(05).
 12900     05  WS-TIR-AVT-COGUIC      PIC X(05).
 13000     05  WS-TIR-AVT-CLERIB      PIC X(02).
 13100     05  WS-TIR-AVT-NOCPTE      PIC X(11).
 13200 01  WS-TIR-APRES.
 13300     05  WS-TIR-APR-COBANQ      PIC X(05).
 13400     05  WS-TIR-APR-COGUIC      PIC X(05).
 13500     05  WS-TIR-APR-CLERIB      PIC X(02).
 13600     05  WS-TIR-APR-NOCPTE      PIC X(11).
 13700*
 13800*    OPERATIONS SENSIBLES DE LA PERIODE (LEVEES DE CARENCE,
 13900*    MODIFICATIONS DE DOMICILIATION PAR TIERS ET UTILISATEUR,
 14000*    MODIFICATIONS DE COMPTES EMETTEURS PAR UTILISATEUR)
 14100 77  WS-S                       PIC 9(04) COMP VALUE ZERO.
 14200 77  WS-RCH-CLASSE              PIC X(01) VALUE SPACE.
 14300 77  WS-RCH-TIE-ID              PIC X(10) VALUE SPACES.
 14400 77  WS-RCH-USER                PIC X(08) VALUE SPACES.
 14500 77  WS-IND-TROUVE              PIC X VALUE "N".
 14600     88  WS-TROUVE                  VALUE "O".
 14700 77  WS-IND-SATURE-SNS          PIC X VALUE "N".
 14800     88  WS-SATURE-SNS              VALUE "O".
 14900 01  WS-TAB-SENSIBLES.
 15000     05  WS-NB-SNS              PIC 9(04) COMP VALUE ZERO.
 15100     05  WS-SENSIBLE OCCURS 3000 TIMES.
 15200         10  SNS-CLASSE         PIC X(01).
 15300         10  SNS-TIE-ID         PIC X(10).
 15400         10  SNS-USER           PIC X(08).
 15500*
 15600*    NOMBRE DE MODIFICATIONS PAR TIERS ET PAR JOUR (RAFALES)
 15700 77  WS-R                       PIC 9(04) COMP VALUE ZERO.
 15800 77  WS-IND-SATURE-RAF          PIC X VALUE "N".
 15900     88  WS-SATURE-RAF              VALUE "O".
 16000 01  WS-TAB-RAFALES.
 16100     05  WS-NB-RAF              PIC 9(04) COMP VALUE ZERO.
 16200     05  WS-RAFALE OCCURS 3000 TIMES.
 16300         10  RAF-TIE-ID         PIC X(10).
 16400         10  RAF-DATE           PIC 9(08).
 16500         10  RAF-NB             PIC 9(04) COMP.
 16600*
 16700*    JOUR DE LA SEMAINE (CONGRUENCE DE ZELLER : 0 = SAMEDI,
 16800*    1 = DIMANCHE, 2 = LUNDI ... 6 = VENDREDI)
 16900 77  WS-Z-DATE-PREC             PIC 9(08) VALUE ZERO.
 17000 77  WS-Z-DATE                  PIC 9(08) VALUE ZERO.
 17100 77  WS-Z-AN                    PIC 9(04) VALUE ZERO.
 17200 77  WS-Z-MOIS                  PIC 9(02) VALUE ZERO.
 17300 77  WS-Z-JOUR                  PIC 9(02) VALUE ZERO.
 17400 77  WS-Z-SIECLE                PIC 9(02) VALUE ZERO.
 17500 77  WS-Z-AN-SIECLE             PIC 9(02) VALUE ZERO.
 17600 77  WS-Z-A                     PIC 9(04) VALUE ZERO.
 17700 77  WS-Z-B                     PIC 9(04) VALUE ZERO.
 17800 77  WS-Z-C                     PIC 9(04) VALUE ZERO.
 17900 77  WS-Z-SOMME                 PIC 9(05) VALUE ZERO.
 18000 77  WS-Z-QUOTIENT              PIC 9(05) VALUE ZERO.
 18100 77  WS-Z-JOUR-SEM              PIC 9(01) VALUE ZERO.
 18200     88  WS-Z-WEEK-END              VALUE 0 1.
 18300*
 18400*    RUPTURE SUR L'UTILISATEUR ET ALERTES DE LA LIGNE EN COURS
 18500 77  WS-USER-PREC               PIC X(08) VALUE HIGH-VALUES.
 18600 77  WS-IND-ALERTE              PIC X VALUE "N".
 18700     88  WS-LIGNE-EN-ALERTE         VALUE "O".
 18800*
 18900 01  WS-COMPTEURS.
 19000     05  WS-NB-SEQ              PIC 9(07) COMP VALUE ZERO.
 19100     05  WS-NB-JRN-LUS          PIC 9(07) COMP VALUE ZERO.
 19200     05  WS-NB-JRN-ABSENTS      PIC 9(07) COMP VALUE ZERO.
 19300     05  WS-NB-BANQ             PIC 9(07) COMP VALUE ZERO.
 19400     05  WS-NB-TIER             PIC 9(07) COMP VALUE ZERO.
 19500     05  WS-NB-MAND             PIC 9(07) COMP VALUE ZERO.
 19600     05  WS-NB-EMET             PIC 9(07) COMP VALUE ZERO.
 19700     05  WS-NB-LEVEES-CARE      PIC 9(07) COMP VALUE ZERO.
 19800     05  WS-NB-EDITEES          PIC 9(07) COMP VALUE ZERO.
 19900     05  WS-NB-UTILISATEURS     PIC 9(07) COMP VALUE ZERO.
 20000     05  WS-NB-EN-ALERTE        PIC 9(07) COMP VALUE ZERO.
 20100     05  WS-NB-CUMUL            PIC 9(07) COMP VALUE ZERO.
 20200     05  WS-NB-HORS-HEURES      PIC 9(07) COMP VALUE ZERO.
 20300     05  WS-NB-RAFALE           PIC 9(07) COMP VALUE ZERO.
 20310     05  WS-NB-CHAINE           PIC 9(07) COMP VALUE ZERO.
 20400*
 20500 01  WS-LIGNE-DETAIL.
 20600     05  FILLER                 PIC X(01) VALUE SPACES.
 20700     05  DET-USER               PIC X(08).
 20800     05  FILLER                 PIC X(01) VALUE SPACES.
 20900     05  DET-DATE               PIC X(08).
 21000     05  FILLER                 PIC X(01) VALUE SPACES.
 21100     05  DET-HEURE              PIC X(06).
 21200     05  FILLER                 PIC X(01) VALUE SPACES.
 21300     05  DET-JOURNAL            PIC X(04).
 21400     05  FILLER                 PIC X(01) VALUE SPACES.
 21500     05  DET-NATURE             PIC X(16).
 21600     05  FILLER                 PIC X(01) VALUE SPACES.
 21700     05  DET-OBJET              PIC X(46).
 21800     05  FILLER                 PIC X(01) VALUE SPACES.
 21900     05  DET-SAISIE             PIC X(08).
 22000     05  FILLER                 PIC X(01) VALUE SPACES.
 22100     05  DET-ETAPE              PIC X(01).
 22200     05  FILLER                 PIC X(01) VALUE SPACES.
 22300     05  DET-ALERTES            PIC X(20).
 22400     05  FILLER                 PIC X(07) VALUE SPACES.
 22500*
 22600 01  WS-LIGNE-ZONES.
 22700     05  FILLER                 PIC X(27) VALUE SPACES.
 22800     05  FILLER                 PIC X(08) VALUE "ZONES : ".
 22900     05  ZON-ZONES              PIC X(90).
 23000     05  FILLER                 PIC X(07) VALUE SPACES.
 23100*
 23200 01  WS-LIGNE-UTILISATEUR.
 23300     05  FILLER                 PIC X(01) VALUE SPACES.
 23400     05  FILLER                 PIC X(14) VALUE "UTILISATEUR : ".
 23500     05  UTI-USER               PIC X(08).
 23600     05  FILLER                 PIC X(109) VALUE SPACES.
 23700*
 23800 01  WS-LIGNE-TOTAL.
 23900     05  FILLER                 PIC X(20) VALUE SPACES.
 24000     05  TOT-LIBELLE            PIC X(20).
 24100     05  TOT-NB                 PIC ZZZZZZ9.
 24200     05  FILLER                 PIC X(85) VALUE SPACES.
 24300*
 24400 01  WS-LIGNE-ENTETE-1.
 24500     05  FILLER                 PIC X(52) VALUE
 24600         "ETAT D'AUDIT CONSOLIDE DES JOURNAUX - BPRIB29".
 24700     05  FILLER                 PIC X(80) VALUE SPACES.
 24800 01  WS-LIGNE-ENTETE-2.
 24900     05  FILLER                 PIC X(14) VALUE
 25000         "   PERIODE DU ".
 25100     05  ENT-DT-DEBUT           PIC 9(08).
 25200     05  FILLER                 PIC X(04) VALUE " AU ".
 25300     05  ENT-DT-FIN             PIC 9(08).
 25400     05  FILLER                 PIC X(17) VALUE
 25500         "  HEURES OUVREES ".
 25600     05  ENT-HEURE-DEBUT        PIC 9(06).
 25700     05  FILLER                 PIC X(03) VALUE " A ".
 25800     05  ENT-HEURE-FIN          PIC 9(06).
 25900     05  FILLER                 PIC X(21) VALUE
 26000         "  RAFALE A PARTIR DE ".
 26100     05  ENT-SEUIL-RAFALE       PIC ZZ9.
 26200     05  FILLER                 PIC X(42) VALUE SPACES.
 26300 01  WS-LIGNE-ENTETE-3.
 26400     05  FILLER                 PIC X(01) VALUE SPACES.
 26500     05  FILLER                 PIC X(08) VALUE "UTILIS.".
 26600     05  FILLER                 PIC X(01) VALUE SPACES.
 26700     05  FILLER                 PIC X(08) VALUE "DATE".
 26800     05  FILLER                 PIC X(01) VALUE SPACES.
 26900     05  FILLER                 PIC X(06) VALUE "HEURE".
 27000     05  FILLER                 PIC X(01) VALUE SPACES.
 27100     05  FILLER                 PIC X(04) VALUE "JRN".
 27200     05  FILLER                 PIC X(01) VALUE SPACES.
 27300     05  FILLER                 PIC X(16) VALUE "OPERATION".
 27400     05  FILLER                 PIC X(01) VALUE SPACES.
 27500     05  FILLER                 PIC X(46) VALUE "OBJET".
 27600     05  FILLER                 PIC X(01) VALUE SPACES.
 27700     05  FILLER                 PIC X(08) VALUE "SAISIE".
 27800     05  FILLER                 PIC X(01) VALUE SPACES.
 27900     05  FILLER                 PIC X(01) VALUE "E".
 28000     05  FILLER                 PIC X(01) VALUE SPACES.
 28100     05  FILLER                 PIC X(20) VALUE "ALERTES".
 28200     05  FILLER                 PIC X(07) VALUE SPACES.
 28300*
 28400*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 28500 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 28600 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 28700 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 28800 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 28900 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 29000*
 29100 PROCEDURE DIVISION.
 29200*
 29300*///////////////////////////////////////////////////////////////
 29400*  0000-MAINLINE - EXTRACTION DES JOURNAUX SUR LA PERIODE, TRI  *
 29500*                  PAR UTILISATEUR, DATE ET HEURE, EDITION      *
 29600*///////////////////////////////////////////////////////////////
 29700 0000-MAINLINE SECTION.
 29800 0000-DEBUT.
 29900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 30000     SORT TRIAUD
 30100         ON ASCENDING KEY TRA-USER
 30200                          TRA-DATE
 30300                          TRA-HEURE
 30400                          TRA-NO-SEQ
 30500         INPUT PROCEDURE IS 2000-EXTRACTION
 30600         OUTPUT PROCEDURE IS 3000-EDITION.
 30700     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 30800     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 30900 0000-EXIT.
 31000     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 31100     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 31200     STOP RUN.
 31300*
 31400*///////////////////////////////////////////////////////////////
 31500*  1000-INITIALISATION - PARAMETRES DE L'AUDIT, LEVEES DE       *
 31600*                        CARENCE DE LA PERIODE, OUVERTURE DE    *
 31700*                        L'ETAT ET ENTETE                       *
 31800*///////////////////////////////////////////////////////////////
 31900 1000-INITIALISATION SECTION.
 32000 1000-DEBUT.
 32100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 32200     ACCEPT WS-HEURE-JOUR FROM TIME.
 32300*        SANS PERIODE, L'ETAT N'A PAS DE SENS : LE TRAITEMENT EST
 32400*        ARRETE
 32500     PERFORM 1100-PARAMETRES THRU 1100-EXIT.
 32600     IF WS-CODE-RETOUR = 12
 32700         GO TO 0000-EXIT.
 32800     PERFORM 1200-LEVEES-CARENCE THRU 1200-EXIT.
 32900     OPEN OUTPUT PMGLAUDT.
 33000     IF WS-STATUT-PMGLAUDT NOT = "00"
 33100         DISPLAY "BPRIB29 - ERREUR OUVERTURE PMGLAUDT "
 33200                 WS-STATUT-PMGLAUDT
 33300         MOVE 12 TO WS-CODE-RETOUR
 33400         GO TO 0000-EXIT.
 33500     MOVE WS-LIGNE-ENTETE-1 TO AUDT-LIGNE.
 33600     WRITE AUDT-LIGNE.
 33700     MOVE WS-DT-DEBUT     TO ENT-DT-DEBUT.
 33800     MOVE WS-DT-FIN       TO ENT-DT-FIN.
 33900     MOVE WS-HEURE-DEBUT  TO ENT-HEURE-DEBUT.
 34000     MOVE WS-HEURE-FIN    TO ENT-HEURE-FIN.
 34100     MOVE WS-SEUIL-RAFALE TO ENT-SEUIL-RAFALE.
 34200     MOVE WS-LIGNE-ENTETE-2 TO AUDT-LIGNE.
 34300     WRITE AUDT-LIGNE.
 34400     MOVE WS-LIGNE-ENTETE-3 TO AUDT-LIGNE.
 34500     WRITE AUDT-LIGNE.
 34600 1000-EXIT.
 34700     EXIT.
 34800*
 34900*///////////////////////////////////////////////////////////////
 35000*  1100-PARAMETRES - LECTURE DE RIBAUDP : PERIODE OBLIGATOIRE,  *
 35100*                    HEURES OUVREES ET SEUIL DE RAFALE PAR      *
 35200*                    DEFAUT SI ABSENTS OU INVALIDES (SIGNALE)   *
 35300*///////////////////////////////////////////////////////////////
 35400 1100-PARAMETRES SECTION.
 35500 1100-DEBUT.
 35600     OPEN INPUT RIBAUDP.
 35700     IF WS-STATUT-RIBAUDP NOT = "00"
 35800         DISPLAY "BPRIB29 - ERREUR OUVERTURE RIBAUDP "
 35900                 WS-STATUT-RIBAUDP
 36000         MOVE 12 TO WS-CODE-RETOUR
 36100         GO TO 1100-EXIT.
 36200     READ RIBAUDP
 36300         AT END
 36400             MOVE SPACES TO AUDP-ENREG.
 36500     CLOSE RIBAUDP.
 36600     IF AUDP-DT-DEBUT NOT NUMERIC OR AUDP-DT-DEBUT = ZERO
 36700         OR AUDP-DT-FIN NOT NUMERIC OR AUDP-DT-FIN = ZERO
 36800         OR AUDP-DT-FIN < AUDP-DT-DEBUT
 36900         DISPLAY "BPRIB29 - PERIODE RIBAUDP INVALIDE"
 37000         MOVE 12 TO WS-CODE-RETOUR
 37100         GO TO 1100-EXIT.
 37200     MOVE AUDP-DT-DEBUT TO WS-DT-DEBUT.
 37300     MOVE AUDP-DT-FIN   TO WS-DT-FIN.
 37400     IF AUDP-HEURE-DEBUT NUMERIC AND AUDP-HEURE-FIN NUMERIC
 37500         AND AUDP-HEURE-FIN > AUDP-HEURE-DEBUT
 37600         AND AUDP-HEURE-FIN NOT > 240000
 37700         MOVE AUDP-HEURE-DEBUT TO WS-HEURE-DEBUT
 37800         MOVE AUDP-HEURE-FIN   TO WS-HEURE-FIN
 37900     ELSE
 38000         DISPLAY "BPRIB29 - HEURES OUVREES RIBAUDP INVALIDES, "
 38100                 "PLAGE PAR DEFAUT".
 38200     IF AUDP-SEUIL-RAFALE NUMERIC AND AUDP-SEUIL-RAFALE > 1
 38300         MOVE AUDP-SEUIL-RAFALE TO WS-SEUIL-RAFALE
 38400     ELSE
 38500         DISPLAY "BPRIB29 - SEUIL DE RAFALE RIBAUDP INVALIDE, "
 38600                 "SEUIL PAR DEFAUT".
 38700 1100-EXIT.
 38800     EXIT.
 38900*
 39000*///////////////////////////////////////////////////////////////
 39100*  1200-LEVEES-CARENCE - LEVEES DE CARENCE DE LA PERIODE        *
 39200*                        ENREGISTREES DANS PMGCCARE             *
 39300*                        (CAR-USER-LEVEE), Y COMPRIS CELLES DONT*
 39400*                        LE JOURNAL AURAIT ETE PURGE ; FICHIER  *
 39500*                        ABSENT : SEUL LE JOURNAL FAIT FOI      *
 39600*///////////////////////////////////////////////////////////////
 39700 1200-LEVEES-CARENCE SECTION.
 39800 1200-DEBUT.
 39900     OPEN INPUT PMGCCARE.
 40000     IF WS-STATUT-PMGCCARE NOT = "00"
 40100         DISPLAY "BPRIB29 - PMGCCARE INDISPONIBLE "
 40200                 WS-STATUT-PMGCCARE
 40300         GO TO 1200-EXIT.
 40400     MOVE LOW-VALUES TO CAR-TIE-ID.
 40500     START PMGCCARE KEY IS NOT LESS THAN CAR-TIE-ID
 40600         INVALID KEY
 40700             MOVE "O" TO WS-IND-FIN-CARE.
 40800 1200-BOUCLE.
 40900     IF WS-FIN-CARE
 41000         GO TO 1200-FIN.
 41100     READ PMGCCARE NEXT RECORD
 41200         AT END
 41300             GO TO 1200-FIN.
 41400     IF NOT CAR-LEVEE OR CAR-USER-LEVEE = SPACES
 41500         GO TO 1200-BOUCLE.
 41600     IF CAR-DT-LEVEE < WS-DT-DEBUT OR CAR-DT-LEVEE > WS-DT-FIN
 41700         GO TO 1200-BOUCLE.
 41800     ADD 1 TO WS-NB-LEVEES-CARE.
 41900     MOVE "L"            TO WS-RCH-CLASSE.
 42000     MOVE CAR-TIE-ID     TO WS-RCH-TIE-ID.
 42100     MOVE CAR-USER-LEVEE TO WS-RCH-USER.
 42200     PERFORM 2810-AJOUT-SENSIBLE THRU 2810-EXIT.
 42300     GO TO 1200-BOUCLE.
 42400 1200-FIN.
 42500     CLOSE PMGCCARE.
 42600 1200-EXIT.
 42700     EXIT.
 42800*
 42900*///////////////////////////////////////////////////////////////
 43000*  2000-EXTRACTION - PROCEDURE D'ENTREE DU TRI : LECTURE DES    *
 43100*                    QUATRE JOURNAUX SUR LA PERIODE             *
 43200*///////////////////////////////////////////////////////////////
 43300 2000-EXTRACTION SECTION.
 43400 2000-DEBUT.
 43500     PERFORM 2100-JOURNAL-BANQUES THRU 2100-EXIT.
 43600     PERFORM 2200-JOURNAL-TIERS THRU 2200-EXIT.
 43700     PERFORM 2300-JOURNAL-MANDATS THRU 2300-EXIT.
 43800     PERFORM 2400-JOURNAL-EMETTEURS THRU 2400-EXIT.
 43900 2000-EXIT.
 44000     EXIT.
 44100*
 44200*///////////////////////////////////////////////////////////////
 44300*  2100-JOURNAL-BANQUES - BANQUES ET GUICHETS (PMGCJRNL)        *
 44400*///////////////////////////////////////////////////////////////
 44500 2100-JOURNAL-BANQUES SECTION.
 44600 2100-DEBUT.
 44700     OPEN INPUT PMGCJRNL.
 44800     IF WS-STATUT-PMGCJRNL NOT = "00"
 44900         DISPLAY "BPRIB29 - JOURNAL PMGCJRNL ABSENT "
 45000                 WS-STATUT-PMGCJRNL
 45100         ADD 1 TO WS-NB-JRN-ABSENTS
 45200         GO TO 2100-EXIT.
 45300 2100-BOUCLE.
 45400     READ PMGCJRNL
 45500         AT END
 45600             CLOSE PMGCJRNL
 45700             GO TO 2100-EXIT.
 45800     ADD 1 TO WS-NB-JRN-LUS.
 45900     IF JBQ-DATE < WS-DT-DEBUT OR JBQ-DATE > WS-DT-FIN
 46000         GO TO 2100-BOUCLE.
 46100     ADD 1 TO WS-NB-BANQ.
 46200     MOVE SPACES        TO TRA-ENREG.
 46300     MOVE "BANQ"        TO TRA-JOURNAL.
 46400     MOVE JBQ-USER      TO TRA-USER.
 46500     MOVE JBQ-DATE      TO TRA-DATE.
 46600     MOVE JBQ-HEURE     TO TRA-HEURE.
 46700     MOVE JBQ-TYPE-OPER TO TRA-TYPE-OPER.
 46800     MOVE "TYPE INCONNU" TO TRA-NATURE.
 46900     IF JBQ-CREATION
 47000         MOVE "CREATION"       TO TRA-NATURE.
 47100     IF JBQ-MODIFICATION
 47200         MOVE "MODIFICATION"   TO TRA-NATURE.
 47300     IF JBQ-DESACTIVATION
 47400         MOVE "DESACTIVATION"  TO TRA-NATURE.
 47500     IF JBQ-FERMETURE
 47600         MOVE "FERMETURE"      TO TRA-NATURE.
 47700     IF JBQ-FUSION
 47800         MOVE "FUSION"         TO TRA-NATURE.
 47900     MOVE "GUICHET" TO TRA-OBJET.
 48000     IF JBQ-APR-COBANQ NOT = SPACES
 48100         MOVE JBQ-APR-COBANQ TO TRA-OBJET (9:5)
 48200         MOVE JBQ-APR-COGUIC TO TRA-OBJET (15:5)
 48300     ELSE
 48400         MOVE JBQ-AVT-COBANQ TO TRA-OBJET (9:5)
 48500         MOVE JBQ-AVT-COGUIC TO TRA-OBJET (15:5).
 48600     PERFORM 2900-RAZ-ZONES THRU 2900-EXIT.
 48700     IF JBQ-AVT-COBANQ NOT = JBQ-APR-COBANQ
 48800         MOVE "COBANQ"   TO WS-NOM-ZONE
 48900         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 49000     IF JBQ-AVT-COGUIC NOT = JBQ-APR-COGUIC
 49100         MOVE "COGUIC"   TO WS-NOM-ZONE
 49200         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 49300     IF JBQ-AVT-LIABDO NOT = JBQ-APR-LIABDO
 49400         MOVE "LIABDO"   TO WS-NOM-ZONE
 49500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 49600     IF JBQ-AVT-BIC NOT = JBQ-APR-BIC
 49700         MOVE "BIC"      TO WS-NOM-ZONE
 49800         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 49900     IF JBQ-AVT-STATUT NOT = JBQ-APR-STATUT
 50000         MOVE "STATUT"   TO WS-NOM-ZONE
 50100         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 50200     IF JBQ-AVT-NOUV-COBANQ NOT = JBQ-APR-NOUV-COBANQ
 50300         MOVE "NV-BANQ"  TO WS-NOM-ZONE
 50400         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 50500     IF JBQ-AVT-NOUV-COGUIC NOT = JBQ-APR-NOUV-COGUIC
 50600         MOVE "NV-GUIC"  TO WS-NOM-ZONE
 50700         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 50800     MOVE WS-ZONES-MODIFIEES TO TRA-ZONES.
 50900     PERFORM 2800-LIBERATION THRU 2800-EXIT.
 51000     GO TO 2100-BOUCLE.
 51100 2100-EXIT.
 51200     EXIT.
 51300*
 51400*///////////////////////////////////////////////////////////////
 51500*  2200-JOURNAL-TIERS - DOMICILIATIONS DES TIERS ET LEVEES DE   *
 51600*                       CARENCE (PMGCJRNT) ; EN DOUBLE          *
 51700*                       VALIDATION, L'AUTEUR DE LA PREMIERE     *
 51800*                       SAISIE EST EDITE ET ENGAGE AU MEME      *
 51900*                       TITRE QUE LE VALIDEUR                   *
 52000*///////////////////////////////////////////////////////////////
 52100 2200-JOURNAL-TIERS SECTION.
 52200 2200-DEBUT.
 52300     OPEN INPUT PMGCJRNT.
 52400     IF WS-STATUT-PMGCJRNT NOT = "00"
 52500         DISPLAY "BPRIB29 - JOURNAL PMGCJRNT ABSENT "
 52600                 WS-STATUT-PMGCJRNT
 52700         ADD 1 TO WS-NB-JRN-ABSENTS
 52800         GO TO 2200-EXIT.
 52900 2200-BOUCLE.
 53000     READ PMGCJRNT
 53100         AT END
 53200             CLOSE PMGCJRNT
 53300             GO TO 2200-EXIT.
 53400     ADD 1 TO WS-NB-JRN-LUS.
 53500     IF JTI-DATE < WS-DT-DEBUT OR JTI-DATE > WS-DT-FIN
 53600         GO TO 2200-BOUCLE.
 53700     ADD 1 TO WS-NB-TIER.
 53800     MOVE SPACES        TO TRA-ENREG.
 53900     MOVE "TIER"        TO TRA-JOURNAL.
 54000     MOVE JTI-USER      TO TRA-USER.
 54100     MOVE JTI-DATE      TO TRA-DATE.
 54200     MOVE JTI-HEURE     TO TRA-HEURE.
 54300     MOVE JTI-TYPE-OPER TO TRA-TYPE-OPER.
 54400     MOVE JTI-TIE-ID    TO TRA-TIE-ID.
 54500     MOVE "TIERS"       TO TRA-OBJET.
 54600     MOVE JTI-TIE-ID    TO TRA-OBJET (7:10).
 54700     IF JTI-USER-SAISIE NOT = JTI-USER
 54800         MOVE JTI-USER-SAISIE TO TRA-USER-SAISIE.
 54900     MOVE JTI-ETAPE     TO TRA-ETAPE.
 55000     MOVE "TYPE INCONNU" TO TRA-NATURE.
 55100     IF JTI-REDOMICILIATION
 55200         MOVE "RE-DOMICILIATION" TO TRA-NATURE.
 55300     IF JTI-ACTIVATION
 55400         MOVE "ACTIVATION DOM."  TO TRA-NATURE.
 55500     IF JTI-CREATION
 55600         MOVE "CREATION"         TO TRA-NATURE.
 55700     IF JTI-MODIFICATION
 55800         MOVE "MODIFICATION"     TO TRA-NATURE.
 55900     IF JTI-CLOTURE
 56000         MOVE "CLOTURE"          TO TRA-NATURE.
 56100     IF JTI-DOMICILIATION
 56200         MOVE "SAISIE DOMICIL."  TO TRA-NATURE.
 56300     IF JTI-ABANDON-SAISIE
 56400         MOVE "ABANDON SAISIE"   TO TRA-NATURE.
 56500*        LA LEVEE DE CARENCE PORTE EN IMAGES AVANT/APRES L'ANCIEN
 56600*        ET LE NOUVEAU RIB DE LA CARENCE : AUCUNE ZONE DU TIERS
 56700*        N'EST MODIFIEE
 56800     IF JTI-LEVEE-CARENCE
 56900         MOVE "LEVEE CARENCE"    TO TRA-NATURE
 57000         MOVE "L"                TO TRA-CLASSE
 57100         MOVE "L"                TO WS-RCH-CLASSE
 57200         MOVE JTI-TIE-ID         TO WS-RCH-TIE-ID
 57300         MOVE JTI-USER           TO WS-RCH-USER
 57400         PERFORM 2810-AJOUT-SENSIBLE THRU 2810-EXIT
 57500         GO TO 2200-LIBERATION.
 57600     PERFORM 2900-RAZ-ZONES THRU 2900-EXIT.
 57700     IF JTI-ABANDON-SAISIE
 57800         GO TO 2200-LIBERATION.
 57900     PERFORM 2250-ZONES-TIERS THRU 2250-EXIT.
 58000     MOVE WS-ZONES-MODIFIEES TO TRA-ZONES.
 58100     IF NOT WS-DOMICIL-MODIFIEE
 58200         GO TO 2200-LIBERATION.
 58300     MOVE "D"        TO TRA-CLASSE.
 58400     MOVE "D"        TO WS-RCH-CLASSE.
 58500     MOVE JTI-TIE-ID TO WS-RCH-TIE-ID.
 58600     MOVE JTI-USER   TO WS-RCH-USER.
 58700     PERFORM 2810-AJOUT-SENSIBLE THRU 2810-EXIT.
 58800     IF TRA-USER-SAISIE NOT = SPACES
 58900         MOVE TRA-USER-SAISIE TO WS-RCH-USER
 59000         PERFORM 2810-AJOUT-SENSIBLE THRU 2810-EXIT.
 59100 2200-LIBERATION.
 59200     PERFORM 2820-COMPTER-RAFALE THRU 2820-EXIT.
 59300     PERFORM 2800-LIBERATION THRU 2800-EXIT.
 59400     GO TO 2200-BOUCLE.
 59500 2200-EXIT.
 59600     EXIT.
 59700*
 59800*///////////////////////////////////////////////////////////////
 59900*  2250-ZONES-TIERS - ZONES MODIFIEES D'UN TIERS ; LA           *
 60000*                     DOMICILIATION EST MODIFIEE SI LE RIB, LE  *
 60100*                     TYPE DE DOMICILIATION OU L'IBAN/BIC       *
 60200*                     CHANGE                                    *
 60300*///////////////////////////////////////////////////////////////
 60400 2250-ZONES-TIERS SECTION.
 60500 2250-DEBUT.
 60600     MOVE "N" TO WS-IND-DOMICIL.
 60700     MOVE JTI-AVANT TO WS-TIR-AVANT.
 60800     MOVE JTI-APRES TO WS-TIR-APRES.
 60900     IF WS-TIR-AVT-COBANQ NOT = WS-TIR-APR-COBANQ
 61000         MOVE "COBANQ"   TO WS-NOM-ZONE
 61100         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 61200         MOVE "O" TO WS-IND-DOMICIL.
 61300     IF WS-TIR-AVT-COGUIC NOT = WS-TIR-APR-COGUIC
 61400         MOVE "COGUIC"   TO WS-NOM-ZONE
 61500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 61600         MOVE "O" TO WS-IND-DOMICIL.
 61700     IF WS-TIR-AVT-CLERIB NOT = WS-TIR-APR-CLERIB
 61800         MOVE "CLERIB"   TO WS-NOM-ZONE
 61900         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 62000         MOVE "O" TO WS-IND-DOMICIL.
 62100     IF WS-TIR-AVT-NOCPTE NOT = WS-TIR-APR-NOCPTE
 62200         MOVE "NOCPTE"   TO WS-NOM-ZONE
 62300         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 62400         MOVE "O" TO WS-IND-DOMICIL.
 62500     IF JTI-AVT-TYPE-DOM NOT = JTI-APR-TYPE-DOM
 62600         MOVE "TYPE-DOM" TO WS-NOM-ZONE
 62700         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 62800         MOVE "O" TO WS-IND-DOMICIL.
 62900     IF JTI-AVT-IBAN NOT = JTI-APR-IBAN
 63000         MOVE "IBAN"     TO WS-NOM-ZONE
 63100         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 63200         MOVE "O" TO WS-IND-DOMICIL.
 63300     IF JTI-AVT-BIC NOT = JTI-APR-BIC
 63400         MOVE "BIC"      TO WS-NOM-ZONE
 63500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT
 63600         MOVE "O" TO WS-IND-DOMICIL.
 63700     IF JTI-AVT-NOM NOT = JTI-APR-NOM
 63800         MOVE "NOM"      TO WS-NOM-ZONE
 63900         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 64000     IF JTI-AVT-POPULATION NOT = JTI-APR-POPULATION
 64100         MOVE "POPUL"    TO WS-NOM-ZONE
 64200         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 64300     IF JTI-AVT-STATUT NOT = JTI-APR-STATUT
 64400         MOVE "STATUT"   TO WS-NOM-ZONE
 64500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 64600 2250-EXIT.
 64700     EXIT.
 64800*
 64900*///////////////////////////////////////////////////////////////
 65000*  2300-JOURNAL-MANDATS - MANDATS DE PRELEVEMENT (PMGCJRNM)     *
 65100*///////////////////////////////////////////////////////////////
 65200 2300-JOURNAL-MANDATS SECTION.
 65300 2300-DEBUT.
 65400     OPEN INPUT PMGCJRNM.
 65500     IF WS-STATUT-PMGCJRNM NOT = "00"
 65600         DISPLAY "BPRIB29 - JOURNAL PMGCJRNM ABSENT "
 65700                 WS-STATUT-PMGCJRNM
 65800         ADD 1 TO WS-NB-JRN-ABSENTS
 65900         GO TO 2300-EXIT.
 66000 2300-BOUCLE.
 66100     READ PMGCJRNM
 66200         AT END
 66300             CLOSE PMGCJRNM
 66400             GO TO 2300-EXIT.
 66500     ADD 1 TO WS-NB-JRN-LUS.
 66600     IF JMA-DATE < WS-DT-DEBUT OR JMA-DATE > WS-DT-FIN
 66700         GO TO 2300-BOUCLE.
 66800     ADD 1 TO WS-NB-MAND.
 66900     MOVE SPACES        TO TRA-ENREG.
 67000     MOVE "MAND"        TO TRA-JOURNAL.
 67100     MOVE JMA-USER      TO TRA-USER.
 67200     MOVE JMA-DATE      TO TRA-DATE.
 67300     MOVE JMA-HEURE     TO TRA-HEURE.
 67400     MOVE JMA-TYPE-OPER TO TRA-TYPE-OPER.
 67500     MOVE JMA-TIE-ID    TO TRA-TIE-ID.
 67600     MOVE JMA-TIE-ID    TO TRA-OBJET.
 67700     MOVE JMA-RUM       TO TRA-OBJET (12:35).
 67800     MOVE "TYPE INCONNU" TO TRA-NATURE.
 67900     IF JMA-CREATION
 68000         MOVE "CREATION"         TO TRA-NATURE.
 68100     IF JMA-MODIFICATION
 68200         MOVE "MODIFICATION"     TO TRA-NATURE.
 68300     IF JMA-REVOCATION
 68400         MOVE "REVOCATION"       TO TRA-NATURE.
 68500     IF JMA-CADUCITE
 68600         MOVE "CADUCITE"         TO TRA-NATURE.
 68700     IF JMA-SEQUENCE
 68800         MOVE "PASSAGE RECURR."  TO TRA-NATURE.
 68900     PERFORM 2900-RAZ-ZONES THRU 2900-EXIT.
 69000     IF JMA-AVT-DATE-SIGN NOT = JMA-APR-DATE-SIGN
 69100         MOVE "DT-SIGN"  TO WS-NOM-ZONE
 69200         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 69300     IF JMA-AVT-STATUT NOT = JMA-APR-STATUT
 69400         MOVE "STATUT"   TO WS-NOM-ZONE
 69500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 69600     IF JMA-AVT-IND-SEQ NOT = JMA-APR-IND-SEQ
 69700         MOVE "IND-SEQ"  TO WS-NOM-ZONE
 69800         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 69900     MOVE WS-ZONES-MODIFIEES TO TRA-ZONES.
 70000     PERFORM 2820-COMPTER-RAFALE THRU 2820-EXIT.
 70100     PERFORM 2800-LIBERATION THRU 2800-EXIT.
 70200     GO TO 2300-BOUCLE.
 70300 2300-EXIT.
 70400     EXIT.
 70500*
 70600*///////////////////////////////////////////////////////////////
 70700*  2400-JOURNAL-EMETTEURS - COMPTES EMETTEURS (PMGCJRNE) ; TOUTE*
 70800*                           OPERATION EST SENSIBLE POUR LA      *
 70900*                           SEPARATION DES TACHES               *
 71000*///////////////////////////////////////////////////////////////
 71100 2400-JOURNAL-EMETTEURS SECTION.
 71200 2400-DEBUT.
 71300     OPEN INPUT PMGCJRNE.
 71400     IF WS-STATUT-PMGCJRNE NOT = "00"
 71500         DISPLAY "BPRIB29 - JOURNAL PMGCJRNE ABSENT "
 71600                 WS-STATUT-PMGCJRNE
 71700         ADD 1 TO WS-NB-JRN-ABSENTS
 71800         GO TO 2400-EXIT.
 71900 2400-BOUCLE.
 72000     READ PMGCJRNE
 72100         AT END
 72200             CLOSE PMGCJRNE
 72300             GO TO 2400-EXIT.
 72400     ADD 1 TO WS-NB-JRN-LUS.
 72500     IF JEM-DATE < WS-DT-DEBUT OR JEM-DATE > WS-DT-FIN
 72600         GO TO 2400-BOUCLE.
 72700     ADD 1 TO WS-NB-EMET.
 72800     MOVE SPACES        TO TRA-ENREG.
 72900     MOVE "EMET"        TO TRA-JOURNAL.
 73000     MOVE JEM-USER      TO TRA-USER.
 73100     MOVE JEM-DATE      TO TRA-DATE.
 73200     MOVE JEM-HEURE     TO TRA-HEURE.
 73300     MOVE JEM-TYPE-OPER TO TRA-TYPE-OPER.
 73400     MOVE "EMETTEUR"    TO TRA-OBJET.
 73500     MOVE JEM-ID        TO TRA-OBJET (10:5).
 73600     MOVE "TYPE INCONNU" TO TRA-NATURE.
 73700     IF JEM-CREATION
 73800         MOVE "CREATION"         TO TRA-NATURE.
 73900     IF JEM-MODIFICATION
 74000         MOVE "MODIFICATION"     TO TRA-NATURE.
 74100     IF JEM-DESACTIVATION
 74200         MOVE "DESACTIVATION"    TO TRA-NATURE.
 74300     PERFORM 2900-RAZ-ZONES THRU 2900-EXIT.
 74400     IF JEM-AVT-LIBELLE NOT = JEM-APR-LIBELLE
 74500         MOVE "LIBELLE"  TO WS-NOM-ZONE
 74600         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 74700     IF JEM-AVT-IBAN NOT = JEM-APR-IBAN
 74800         MOVE "IBAN"     TO WS-NOM-ZONE
 74900         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 75000     IF JEM-AVT-BIC NOT = JEM-APR-BIC
 75100         MOVE "BIC"      TO WS-NOM-ZONE
 75200         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 75300     IF JEM-AVT-STATUT NOT = JEM-APR-STATUT
 75400         MOVE "STATUT"   TO WS-NOM-ZONE
 75500         PERFORM 2910-AJOUT-ZONE THRU 2910-EXIT.
 75600     MOVE WS-ZONES-MODIFIEES TO TRA-ZONES.
 75700     MOVE "E"      TO TRA-CLASSE.
 75800     MOVE "E"      TO WS-RCH-CLASSE.
 75900     MOVE SPACES   TO WS-RCH-TIE-ID.
 76000     MOVE JEM-USER TO WS-RCH-USER.
 76100     PERFORM 2810-AJOUT-SENSIBLE THRU 2810-EXIT.
 76200     PERFORM 2800-LIBERATION THRU 2800-EXIT.
 76300     GO TO 2400-BOUCLE.
 76400 2400-EXIT.
 76500     EXIT.
 76600*
 76700*///////////////////////////////////////////////////////////////
 76800*  2800-LIBERATION - NUMERO D'ORDRE ET REMISE AU TRI            *
 76900*///////////////////////////////////////////////////////////////
 77000 2800-LIBERATION SECTION.
 77100 2800-DEBUT.
 77200     ADD 1 TO WS-NB-SEQ.
 77300     MOVE WS-NB-SEQ TO TRA-NO-SEQ.
 77400     RELEASE TRA-ENREG.
 77500 2800-EXIT.
 77600     EXIT.
 77700*
 77800*///////////////////////////////////////////////////////////////
 77900*  2810-AJOUT-SENSIBLE - MEMORISATION D'UNE OPERATION SENSIBLE  *
 78000*                        (WS-RCH-CLASSE, WS-RCH-TIE-ID,         *
 78100*                        WS-RCH-USER) ; TABLE PLEINE : SIGNALE  *
 78200*                        UNE FOIS, CODE RETOUR 04 AU MOINS      *
 78300*///////////////////////////////////////////////////////////////
 78400 2810-AJOUT-SENSIBLE SECTION.
 78500 2810-DEBUT.
 78600     IF WS-NB-SNS >= 3000
 78700         IF NOT WS-SATURE-SNS
 78800             MOVE "O" TO WS-IND-SATURE-SNS
 78900             DISPLAY "BPRIB29 - PLUS DE 3000 OPERATIONS "
 79000                     "SENSIBLES, CONTROLE DE CUMUL INCOMPLET"
 79100             GO TO 2810-EXIT
 79200         ELSE
 79300             GO TO 2810-EXIT.
 79400     ADD 1 TO WS-NB-SNS.
 79500     MOVE WS-NB-SNS     TO WS-S.
 79600     MOVE WS-RCH-CLASSE TO SNS-CLASSE (WS-S).
 79700     MOVE WS-RCH-TIE-ID TO SNS-TIE-ID (WS-S).
 79800     MOVE WS-RCH-USER   TO SNS-USER   (WS-S).
 79900 2810-EXIT.
 80000     EXIT.
 80100*
 80200*///////////////////////////////////////////////////////////////
 80300*  2820-COMPTER-RAFALE - UNE MODIFICATION DE PLUS POUR LE TIERS *
 80400*                        ET LE JOUR DE L'ENREGISTREMENT EN      *
 80500*                        COURS (SAUF CHAINE DE NUIT)            *
 80600*///////////////////////////////////////////////////////////////
 80700 2820-COMPTER-RAFALE SECTION.
 80800 2820-DEBUT.
 80810     IF TRA-USER (1:5) = WS-PREFIXE-CHAINE
 80820         GO TO 2820-EXIT.
 80900     PERFORM 3400-RECHERCHE-RAFALE THRU 3400-EXIT.
 81000     IF WS-TROUVE
 81100         ADD 1 TO RAF-NB (WS-R)
 81200         GO TO 2820-EXIT.
 81300     IF WS-NB-RAF >= 3000
 81400         IF NOT WS-SATURE-RAF
 81500             MOVE "O" TO WS-IND-SATURE-RAF
 81600             DISPLAY "BPRIB29 - PLUS DE 3000 COUPLES TIERS/JOUR, "
 81700                     "CONTROLE DES RAFALES INCOMPLET"
 81800             GO TO 2820-EXIT
 81900         ELSE
 82000             GO TO 2820-EXIT.
 82100     ADD 1 TO WS-NB-RAF.
 82200     MOVE WS-NB-RAF  TO WS-R.
 82300     MOVE TRA-TIE-ID TO RAF-TIE-ID (WS-R).
 82400     MOVE TRA-DATE   TO RAF-DATE   (WS-R).
 82500     MOVE 1          TO RAF-NB     (WS-R).
 82600 2820-EXIT.
 82700     EXIT.
 82800*
 82900 2900-RAZ-ZONES SECTION.
 83000 2900-DEBUT.
 83100     MOVE SPACES TO WS-ZONES-MODIFIEES.
 83200     MOVE ZERO   TO WS-NB-ZONES.
 83300 2900-EXIT.
 83400     EXIT.
 83500*
 83600 2910-AJOUT-ZONE SECTION.
 83700 2910-DEBUT.
 83800     IF WS-NB-ZONES < 10
 83900         ADD 1 TO WS-NB-ZONES
 84000         MOVE WS-NOM-ZONE TO WS-ZONE (WS-NB-ZONES).
 84100 2910-EXIT.
 84200     EXIT.
 84300*
 84400*///////////////////////////////////////////////////////////////
 84500*  3000-EDITION - PROCEDURE DE SORTIE DU TRI : RUPTURE SUR      *
 84600*                 L'UTILISATEUR, ALERTES ET EDITION DE CHAQUE   *
 84700*                 MODIFICATION                                  *
 84800*///////////////////////////////////////////////////////////////
 84900 3000-EDITION SECTION.
 85000 3000-DEBUT.
 85100     RETURN TRIAUD
 85200         AT END
 85300             GO TO 3000-EXIT.
 85400     IF TRA-USER NOT = WS-USER-PREC
 85500         MOVE TRA-USER TO WS-USER-PREC
 85600         ADD 1 TO WS-NB-UTILISATEURS
 85700         MOVE SPACES TO AUDT-LIGNE
 85800         WRITE AUDT-LIGNE
 85900         MOVE TRA-USER TO UTI-USER
 86000         MOVE WS-LIGNE-UTILISATEUR TO AUDT-LIGNE
 86100         WRITE AUDT-LIGNE.
 86200     ADD 1 TO WS-NB-EDITEES.
 86300     MOVE SPACES TO WS-LIGNE-DETAIL.
 86400     PERFORM 3100-ALERTES THRU 3100-EXIT.
 86500     MOVE TRA-USER        TO DET-USER.
 86600     MOVE TRA-DATE        TO DET-DATE.
 86700     MOVE TRA-HEURE       TO DET-HEURE.
 86800     MOVE TRA-JOURNAL     TO DET-JOURNAL.
 86900     MOVE TRA-NATURE      TO DET-NATURE.
 87000     MOVE TRA-OBJET       TO DET-OBJET.
 87100     MOVE TRA-USER-SAISIE TO DET-SAISIE.
 87200     MOVE TRA-ETAPE       TO DET-ETAPE.
 87300     MOVE WS-LIGNE-DETAIL TO AUDT-LIGNE.
 87400     WRITE AUDT-LIGNE.
 87500     IF TRA-ZONES NOT = SPACES
 87600         MOVE TRA-ZONES TO ZON-ZONES
 87700         MOVE WS-LIGNE-ZONES TO AUDT-LIGNE
 87800         WRITE AUDT-LIGNE.
 87900     GO TO 3000-DEBUT.
 88000 3000-EXIT.
 88100     EXIT.
 88200*
 88300*///////////////////////////////////////////////////////////////
 88400*  3100-ALERTES - CUMUL LEVEE DE CARENCE / MODIFICATION,        *
 88500*                 MODIFICATION HORS HEURES OUVREES ET RAFALE    *
 88600*                 SUR LE TIERS (DET-ALERTES) ; NI HORS-H NI     *
 88610*                 RAFALE POUR LA CHAINE DE NUIT                 *
 88700*///////////////////////////////////////////////////////////////
 88800 3100-ALERTES SECTION.
 88900 3100-DEBUT.
 89000     MOVE "N" TO WS-IND-ALERTE.
 89100     PERFORM 3200-CUMUL THRU 3200-EXIT.
 89200     IF WS-TROUVE
 89300         MOVE "CUMUL" TO DET-ALERTES (1:6)
 89400         ADD 1 TO WS-NB-CUMUL
 89500         MOVE "O" TO WS-IND-ALERTE.
 89510*        LA CHAINE DE NUIT TOURNE PAR NATURE HORS DES HEURES
 89520*        OUVREES ET MET A JOUR DES LOTS DE TIERS
 89530     IF TRA-USER (1:5) = WS-PREFIXE-CHAINE
 89540         ADD 1 TO WS-NB-CHAINE
 89550         GO TO 3100-BILAN.
 89600     IF TRA-DATE NOT = WS-Z-DATE-PREC
 89700         MOVE TRA-DATE TO WS-Z-DATE
 89800         PERFORM 3300-JOUR-SEMAINE THRU 3300-EXIT
 89900         MOVE TRA-DATE TO WS-Z-DATE-PREC.
 90000     IF TRA-HEURE < WS-HEURE-DEBUT
 90100         OR TRA-HEURE NOT < WS-HEURE-FIN
 90200         OR WS-Z-WEEK-END
 90300         MOVE "HORS-H" TO DET-ALERTES (7:7)
 90400         ADD 1 TO WS-NB-HORS-HEURES
 90500         MOVE "O" TO WS-IND-ALERTE.
 90600     IF TRA-TIE-ID = SPACES
 90700         GO TO 3100-BILAN.
 90800     IF TRA-JOURNAL NOT = "TIER" AND TRA-JOURNAL NOT = "MAND"
 90900         GO TO 3100-BILAN.
 91000     PERFORM 3400-RECHERCHE-RAFALE THRU 3400-EXIT.
 91100     IF WS-TROUVE
 91200         IF RAF-NB (WS-R) NOT < WS-SEUIL-RAFALE
 91300             MOVE "RAFALE" TO DET-ALERTES (14:6)
 91400             ADD 1 TO WS-NB-RAFALE
 91500             MOVE "O" TO WS-IND-ALERTE.
 91600 3100-BILAN.
 91700     IF WS-LIGNE-EN-ALERTE
 91800         ADD 1 TO WS-NB-EN-ALERTE.
 91900 3100-EXIT.
 92000     EXIT.
 92100*
 92200*///////////////////////////////////////////////////////////////
 92300*  3200-CUMUL - SEPARATION DES TACHES : LA LEVEE DE CARENCE EST *
 92400*               CONFRONTEE AUX MODIFICATIONS DE DOMICILIATION   *
 92500*               DU MEME TIERS ET DE COMPTES EMETTEURS PAR LE    *
 92600*               MEME UTILISATEUR, ET INVERSEMENT (WS-TROUVE)    *
 92700*///////////////////////////////////////////////////////////////
 92800 3200-CUMUL SECTION.
 92900 3200-DEBUT.
 93000     MOVE "N" TO WS-IND-TROUVE.
 93100     IF TRA-LEVEE-CARENCE
 93200         GO TO 3200-LEVEE.
 93300     IF TRA-MODIF-DOMICIL
 93400         GO TO 3200-DOMICILIATION.
 93500     IF TRA-MODIF-EMETTEUR
 93600         GO TO 3200-EMETTEUR.
 93700     GO TO 3200-EXIT.
 93800 3200-LEVEE.
 93900     MOVE "D"        TO WS-RCH-CLASSE.
 94000     MOVE TRA-TIE-ID TO WS-RCH-TIE-ID.
 94100     MOVE TRA-USER   TO WS-RCH-USER.
 94200     PERFORM 3500-RECHERCHE-SENSIBLE THRU 3500-EXIT.
 94300     IF WS-TROUVE
 94400         GO TO 3200-EXIT.
 94500     MOVE "E"        TO WS-RCH-CLASSE.
 94600     MOVE SPACES     TO WS-RCH-TIE-ID.
 94700     PERFORM 3500-RECHERCHE-SENSIBLE THRU 3500-EXIT.
 94800     GO TO 3200-EXIT.
 94900 3200-DOMICILIATION.
 95000     MOVE "L"        TO WS-RCH-CLASSE.
 95100     MOVE TRA-TIE-ID TO WS-RCH-TIE-ID.
 95200     MOVE TRA-USER   TO WS-RCH-USER.
 95300     PERFORM 3500-RECHERCHE-SENSIBLE THRU 3500-EXIT.
 95400     IF WS-TROUVE OR TRA-USER-SAISIE = SPACES
 95500         GO TO 3200-EXIT.
 95600     MOVE TRA-USER-SAISIE TO WS-RCH-USER.
 95700     PERFORM 3500-RECHERCHE-SENSIBLE THRU 3500-EXIT.
 95800     GO TO 3200-EXIT.
 95900 3200-EMETTEUR.
 96000     MOVE "L"        TO WS-RCH-CLASSE.
 96100     MOVE SPACES     TO WS-RCH-TIE-ID.
 96200     MOVE TRA-USER   TO WS-RCH-USER.
 96300     PERFORM 3500-RECHERCHE-SENSIBLE THRU 3500-EXIT.
 96400 3200-EXIT.
 96500     EXIT.
 96600*
 96700*///////////////////////////////////////////////////////////////
 96800*  3300-JOUR-SEMAINE - JOUR DE LA SEMAINE DE WS-Z-DATE PAR LA   *
 96900*                      CONGRUENCE DE ZELLER (JANVIER ET FEVRIER *
 97000*                      COMPTES COMME MOIS 13 ET 14 DE L'ANNEE   *
 97100*                      PRECEDENTE)                              *
 97200*///////////////////////////////////////////////////////////////
 97300 3300-JOUR-SEMAINE SECTION.
 97400 3300-DEBUT.
 97500     MOVE ZERO TO WS-Z-JOUR-SEM.
 97600     IF WS-Z-DATE NOT NUMERIC
 97700         GO TO 3300-EXIT.
 97800     MOVE WS-Z-DATE (1:4) TO WS-Z-AN.
 97900     MOVE WS-Z-DATE (5:2) TO WS-Z-MOIS.
 98000     MOVE WS-Z-DATE (7:2) TO WS-Z-JOUR.
 98100     IF WS-Z-MOIS < 3
 98200         ADD 12 TO WS-Z-MOIS
 98300         SUBTRACT 1 FROM WS-Z-AN.
 98400     DIVIDE WS-Z-AN BY 100 GIVING WS-Z-SIECLE
 98500         REMAINDER WS-Z-AN-SIECLE.
 98600     COMPUTE WS-Z-A = (13 * (WS-Z-MOIS + 1)) / 5.
 98700     COMPUTE WS-Z-B = WS-Z-AN-SIECLE / 4.
 98800     COMPUTE WS-Z-C = WS-Z-SIECLE / 4.
 98900     COMPUTE WS-Z-SOMME = WS-Z-JOUR + WS-Z-A + WS-Z-AN-SIECLE
 99000                        + WS-Z-B + WS-Z-C + (5 * WS-Z-SIECLE).
 99100     DIVIDE WS-Z-SOMME BY 7 GIVING WS-Z-QUOTIENT
 99200         REMAINDER WS-Z-JOUR-SEM.
 99300 3300-EXIT.
 99400     EXIT.
 99500*
 99600*///////////////////////////////////////////////////////////////
 99700*  3400-RECHERCHE-RAFALE - POSTE DU TIERS ET DU JOUR DE         *
 99800*                          TRA-ENREG DANS LA TABLE DES RAFALES  *
 99900*                          (WS-R POSITIONNE SI WS-TROUVE)       *
100000*///////////////////////////////////////////////////////////////
100100 3400-RECHERCHE-RAFALE SECTION.
100200 3400-DEBUT.
100300     MOVE "N"  TO WS-IND-TROUVE.
100400     MOVE ZERO TO WS-R.
100500 3400-BOUCLE.
100600     ADD 1 TO WS-R.
100700     IF WS-R > WS-NB-RAF
100800         GO TO 3400-EXIT.
100900     IF RAF-TIE-ID (WS-R) = TRA-TIE-ID
101000         AND RAF-DATE (WS-R) = TRA-DATE
101100         MOVE "O" TO WS-IND-TROUVE
101200         GO TO 3400-EXIT.
101300     GO TO 3400-BOUCLE.
101400 3400-EXIT.
101500     EXIT.
101600*
101700*///////////////////////////////////////////////////////////////
101800*  3500-RECHERCHE-SENSIBLE - OPERATION SENSIBLE DE CLASSE       *
101900*                            WS-RCH-CLASSE PAR WS-RCH-USER, SUR *
102000*                            LE TIERS WS-RCH-TIE-ID (A BLANC :  *
102100*                            TOUT TIERS OU COMPTE)              *
102200*///////////////////////////////////////////////////////////////
102300 3500-RECHERCHE-SENSIBLE SECTION.
102400 3500-DEBUT.
102500     MOVE "N"  TO WS-IND-TROUVE.
102600     MOVE ZERO TO WS-S.
102700 3500-BOUCLE.
102800     ADD 1 TO WS-S.
102900     IF WS-S > WS-NB-SNS
103000         GO TO 3500-EXIT.
103100     IF SNS-CLASSE (WS-S) NOT = WS-RCH-CLASSE
103200         OR SNS-USER (WS-S) NOT = WS-RCH-USER
103300         GO TO 3500-BOUCLE.
103400     IF WS-RCH-TIE-ID NOT = SPACES
103500         AND SNS-TIE-ID (WS-S) NOT = WS-RCH-TIE-ID
103600         GO TO 3500-BOUCLE.
103700     MOVE "O" TO WS-IND-TROUVE.
103800 3500-EXIT.
103900     EXIT.
104000*
104100*///////////////////////////////////////////////////////////////
104200*  4000-EDITION-TOTAUX - VOLUMES PAR JOURNAL ET ALERTES         *
104300*///////////////////////////////////////////////////////////////
104400 4000-EDITION-TOTAUX SECTION.
104500 4000-DEBUT.
104600     MOVE SPACES TO AUDT-LIGNE.
104700     WRITE AUDT-LIGNE.
104800     MOVE SPACES TO WS-LIGNE-TOTAL.
104900     MOVE "JOURNAUX ABSENTS : " TO TOT-LIBELLE.
105000     MOVE WS-NB-JRN-ABSENTS TO TOT-NB.
105100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
105200     WRITE AUDT-LIGNE.
105300     MOVE SPACES TO WS-LIGNE-TOTAL.
105400     MOVE "BANQUES/GUICHETS : " TO TOT-LIBELLE.
105500     MOVE WS-NB-BANQ TO TOT-NB.
105600     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
105700     WRITE AUDT-LIGNE.
105800     MOVE SPACES TO WS-LIGNE-TOTAL.
105900     MOVE "DOMICIL. TIERS   : " TO TOT-LIBELLE.
106000     MOVE WS-NB-TIER TO TOT-NB.
106100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
106200     WRITE AUDT-LIGNE.
106300     MOVE SPACES TO WS-LIGNE-TOTAL.
106400     MOVE "MANDATS          : " TO TOT-LIBELLE.
106500     MOVE WS-NB-MAND TO TOT-NB.
106600     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
106700     WRITE AUDT-LIGNE.
106800     MOVE SPACES TO WS-LIGNE-TOTAL.
106900     MOVE "COMPTES EMETTEURS: " TO TOT-LIBELLE.
107000     MOVE WS-NB-EMET TO TOT-NB.
107100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
107200     WRITE AUDT-LIGNE.
107300     MOVE SPACES TO WS-LIGNE-TOTAL.
107400     MOVE "LEVEES PMGCCARE  : " TO TOT-LIBELLE.
107500     MOVE WS-NB-LEVEES-CARE TO TOT-NB.
107600     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
107700     WRITE AUDT-LIGNE.
107800     MOVE SPACES TO WS-LIGNE-TOTAL.
107900     MOVE "UTILISATEURS     : " TO TOT-LIBELLE.
108000     MOVE WS-NB-UTILISATEURS TO TOT-NB.
108100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
108200     WRITE AUDT-LIGNE.
108300     MOVE SPACES TO WS-LIGNE-TOTAL.
108400     MOVE "MODIFS EN ALERTE : " TO TOT-LIBELLE.
108500     MOVE WS-NB-EN-ALERTE TO TOT-NB.
108600     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
108700     WRITE AUDT-LIGNE.
108800     MOVE SPACES TO WS-LIGNE-TOTAL.
108900     MOVE "DONT CUMUL       : " TO TOT-LIBELLE.
109000     MOVE WS-NB-CUMUL TO TOT-NB.
109100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
109200     WRITE AUDT-LIGNE.
109300     MOVE SPACES TO WS-LIGNE-TOTAL.
109400     MOVE "DONT HORS HEURES : " TO TOT-LIBELLE.
109500     MOVE WS-NB-HORS-HEURES TO TOT-NB.
109600     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
109700     WRITE AUDT-LIGNE.
109800     MOVE SPACES TO WS-LIGNE-TOTAL.
109900     MOVE "DONT RAFALE      : " TO TOT-LIBELLE.
110000     MOVE WS-NB-RAFALE TO TOT-NB.
110100     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
110200     WRITE AUDT-LIGNE.
110210     MOVE SPACES TO WS-LIGNE-TOTAL.
110220     MOVE "MODIFS CHAINE    : " TO TOT-LIBELLE.
110230     MOVE WS-NB-CHAINE TO TOT-NB.
110240     MOVE WS-LIGNE-TOTAL TO AUDT-LIGNE.
110250     WRITE AUDT-LIGNE.
110300 4000-EXIT.
110400     EXIT.
110500*
110600*///////////////////////////////////////////////////////////////
110700*  9000-TERMINAISON - FERMETURE DE L'ETAT                       *
110800*///////////////////////////////////////////////////////////////
110900 9000-TERMINAISON SECTION.
111000 9000-DEBUT.
111100     CLOSE PMGLAUDT.
111200     DISPLAY "BPRIB29 - ENREG. JOURNAUX LUS: " WS-NB-JRN-LUS.
111300     DISPLAY "BPRIB29 - MODIFS EDITEES     : " WS-NB-EDITEES.
111400     DISPLAY "BPRIB29 - JOURNAUX ABSENTS   : " WS-NB-JRN-ABSENTS.
111500     DISPLAY "BPRIB29 - MODIFS EN ALERTE   : " WS-NB-EN-ALERTE.
111600     DISPLAY "BPRIB29 - DONT CUMUL         : " WS-NB-CUMUL.
111700     DISPLAY "BPRIB29 - DONT HORS HEURES   : " WS-NB-HORS-HEURES.
111800     DISPLAY "BPRIB29 - DONT RAFALE        : " WS-NB-RAFALE.
111810     DISPLAY "BPRIB29 - MODIFS CHAINE      : " WS-NB-CHAINE.
111900 9000-EXIT.
112000     EXIT.
112100*
112200*///////////////////////////////////////////////////////////////
112300*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
112400*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
112500*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
112600*                    POUR L'ORDONNANCEUR ET LE SUPERVISEUR      *
112700*///////////////////////////////////////////////////////////////
112800 9500-FIN-DE-JOB SECTION.
112900 9500-DEBUT.
113000     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
113100*        LES REJETS SONT ICI LES MODIFICATIONS EN ALERTE ; UN
113200*        JOURNAL ABSENT OU UNE TABLE SATUREE REND L'ETAT INCOMPLET
113300     MOVE ZERO TO WS-TAUX-REJET.
113400     IF WS-NB-EDITEES > ZERO
113500         COMPUTE WS-TAUX-REJET ROUNDED
113600             = (WS-NB-EN-ALERTE * 100) / WS-NB-EDITEES.
113700     IF WS-CODE-RETOUR = 12
113800         GO TO 9500-ECRITURE.
113900     MOVE ZERO TO WS-CODE-RETOUR.
114000     IF WS-NB-JRN-ABSENTS > ZERO
114100         OR WS-SATURE-SNS OR WS-SATURE-RAF
114200         MOVE 4 TO WS-CODE-RETOUR.
114300     IF WS-NB-EN-ALERTE = ZERO
114400         GO TO 9500-ECRITURE.
114500     MOVE 4 TO WS-CODE-RETOUR.
114600     IF WS-TAUX-REJET > WS-SEUIL-REJET
114700         MOVE 8 TO WS-CODE-RETOUR.
114800 9500-ECRITURE.
114900     OPEN EXTEND PMGCFINJ.
115000     IF WS-STATUT-PMGCFINJ NOT = "00"
115100         OPEN OUTPUT PMGCFINJ.
115200     MOVE SPACES         TO FINJ-ENREG.
115300     MOVE "BPRIB29"     TO FINJ-PROG.
115400     MOVE WS-DATE-JOUR   TO FINJ-DATE.
115500     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
115600     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
115700     MOVE WS-NB-EDITEES TO FINJ-NB-LUS.
115800     MOVE WS-NB-EN-ALERTE TO FINJ-NB-REJETS.
115900     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
116000     WRITE FINJ-ENREG.
116100     CLOSE PMGCFINJ.
116200     DISPLAY "BPRIB29 - CODE RETOUR : " WS-CODE-RETOUR.
116300 9500-EXIT.
116400     EXIT.
116500*
116600 9600-LIRE-SEUIL SECTION.
116700 9600-DEBUT.
116800     OPEN INPUT PMGCPILO.
116900     IF WS-STATUT-PMGCPILO NOT = "00"
117000         GO TO 9600-EXIT.
117100 9600-BOUCLE.
117200     READ PMGCPILO
117300         AT END
117400             CLOSE PMGCPILO
117500             GO TO 9600-EXIT.
117600     IF PIL-PROG NOT = "BPRIB29"
117700         GO TO 9600-BOUCLE.
117800     IF PIL-SEUIL-REJET NUMERIC
117900         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
118000     CLOSE PMGCPILO.
118100 9600-EXIT.
118200     EXIT.
