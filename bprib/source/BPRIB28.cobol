   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB28.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB28 - FILTRAGE DES TIERS CONTRE LES LISTES DE GELS DES   *
  1200*             AVOIRS ET DE SANCTIONS, AVANT LA REMISE BPRIB07    *
  1300*                                                                *
  1400*   CHARGE EN TABLE L'EXTRAIT DES LISTES OFFICIELLES (RIBGELS :  *
  1500*   REGISTRE NATIONAL DG TRESOR ET LISTE CONSOLIDEE UE) ET LE    *
  1600*   REGISTRE DES LEVEES DE DOUTE DE LA CONFORMITE (RIBLEVD),     *
  1700*   PUIS COMPARE CHAQUE TIERS DE PMGCTIER A CHAQUE ENTREE :      *
  1800*     - LE NOM (TIE-NOM) EST COMPARE MOT A MOT APRES             *
  1900*       NORMALISATION (MAJUSCULES, PONCTUATION, FORMES           *
  2000*       JURIDIQUES ET ARTICLES ECARTES, INITIALES IGNOREES) ET   *
  2100*       REDUCTION DE CHAQUE MOT A SON SQUELETTE (VOYELLES        *
  2200*       INTERNES ET LETTRES DOUBLEES SUPPRIMEES, Q/C, Z, W, Y    *
  2300*       RAMENES A K, S, V, I), CE QUI ABSORBE LES VARIANTES DE   *
  2400*       TRANSCRIPTION (MOHAMED/MOHAMMED/MUHAMMAD) ET L'ORDRE DES *
  2500*       MOTS ; LE SCORE (0 A 100) EST LA PART DE MOTS COMMUNS    *
  2600*       AUX DEUX NOMS, 100 SI LES NOMS ACCOLES SONT IDENTIQUES   *
  2700*     - POUR UN BENEFICIAIRE ETRANGER (TIE-DOM-ETRANGER), LE     *
  2800*       PAYS DE L'IBAN EST COMPARE AU PAYS DE L'ENTREE : MESURE  *
  2900*       GEOGRAPHIQUE SUR CE PAYS, OU SEUIL REDUIT SUR LE NOM SI  *
  3000*       LA PERSONNE LISTEE Y EST RATTACHEE                       *
  3100*   SEUILS DANS RIBGELP (DEFAUT 80 ET 60).                       *
  3200*                                                                *
  3300*   UNE CORRESPONDANCE EST LEVEE SI LA CONFORMITE L'A DECLAREE   *
  3400*   FAUX POSITIF POUR LE MEME NOM DE TIERS ; SINON LE TIERS EST  *
  3500*   BLOQUE : IL EST ECRIT DANS PMGCGELT (RECONSTITUE A CHAQUE    *
  3600*   PASSAGE) ET BPRIB07 MET SES ORDRES EN ATTENTE DANS RIBATTG   *
  3700*   JUSQU'A LA DECISION DE LA CONFORMITE.                        *
  3800*                                                                *
  3900*   L'ETAT PMGLGELS, RESERVE A LA CONFORMITE (NOMS EN CLAIR),    *
  4000*   LISTE CHAQUE CORRESPONDANCE AVEC SON SCORE ET SA             *
  4100*   DISPOSITION (A EXAMINER, LEVEE AVEC SON AUTEUR, LEVEE        *
  4200*   PERIMEE, GEL CONFIRME), PUIS LES TOTAUX.                     *
  4300*   LE PROGRAMME EST UNE ETAPE ATTENDUE DE RIBETAP : SANS        *
  4400*   FILTRAGE DU JOUR, LE SUPERVISEUR BPRIB19 REFUSE LE FEU VERT. *
  4500*                                                                *
  4600****************************************************************
  4700* MODIFICATIONS
  4800*   2026-10-15 JLB  CREATION INITIALE
  4900****************************************************************
  5000 ENVIRONMENT DIVISION.
  5100 CONFIGURATION SECTION.
  5200 SOURCE-COMPUTER. LEVEL-64.
  5300 OBJECT-COMPUTER. LEVEL-64.
  5400 INPUT-OUTPUT SECTION.
  5500 FILE-CONTROL.
  5600     COPY SELECT-RIBGELP.
  5700     COPY SELECT-RIBGELS.
  5800     COPY SELECT-RIBLEVD.
  5900     COPY SELECT-PMGCTIER.
  6000     COPY SELECT-PMGCGELT.
  6100     COPY SELECT-PMGLGELS.
  6200     COPY SELECT-PMGCPILO.
  6300     COPY SELECT-PMGCFINJ.
  6400*
  6500 DATA DIVISION.
  6600 FILE SECTION.
  6700     COPY FD-RIBGELP.
  6800     COPY FD-RIBGELS.
  6900     COPY FD-RIBLEVD.
  7000     COPY FD-PMGCTIER.
  7100     COPY FD-PMGCGELT.
  7200     COPY FD-PMGLGELS.
  7300     COPY FD-PMGCPILO.
  7400     COPY FD-PMGCFINJ.
  7500*
  7600 WORKING-STORAGE SECTION.
  7700 77  WS-STATUT-RIBGELP          PIC XX VALUE SPACES.
  7800 77  WS-STATUT-RIBGELS          PIC XX VALUE SPACES.
  7900 77  WS-STATUT-RIBLEVD          PIC XX VALUE SPACES.
  8000 77  WS-STATUT-PMGCTIER         PIC XX VALUE SPACES.
  8100 77  WS-STATUT-PMGCGELT         PIC XX VALUE SPACES.
  8200 77  WS-STATUT-PMGLGELS         PIC XX VALUE SPACES.
  8300 77  WS-IND-FIN-TIER            PIC X VALUE "N".
  8400     88  WS-FIN-TIER                VALUE "O".
  8500 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  8600 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  8700 77  WS-SEUIL                   PIC 9(03) VALUE 80.
  8800 77  WS-SEUIL-PAYS              PIC 9(03) VALUE 60.
  8900 77  WS-G                       PIC 9(04) COMP VALUE ZERO.
  9000 77  WS-V                       PIC 9(04) COMP VALUE ZERO.
  9100 77  WS-J                       PIC 9(02) COMP VALUE ZERO.
  9200 77  WS-T                       PIC 9(02) COMP VALUE ZERO.
  9300*
  9400*    RESULTAT DE LA COMPARAISON DU TIERS EN COURS
  9500 77  WS-PAYS-TIERS              PIC X(02) VALUE SPACES.
  9600 77  WS-SCORE                   PIC 9(03) VALUE ZERO.
  9700 77  WS-NB-COMMUNS              PIC 9(02) COMP VALUE ZERO.
  9800 77  WS-IND-CORRESP             PIC X VALUE "N".
  9900     88  WS-CORRESPONDANCE          VALUE "O".
 10000 77  WS-IND-LEVEE               PIC X VALUE "N".
 10100     88  WS-LEVEE-TROUVEE           VALUE "O".
 10200 77  WS-IND-BLOQUE              PIC X VALUE "N".
 10300     88  WS-TIERS-BLOQUE            VALUE "O".
 10400 77  WS-IND-CONFIRME            PIC X VALUE "N".
 10500     88  WS-GEL-CONFIRME            VALUE "O".
 10600 77  WS-SCORE-MAX               PIC 9(03) VALUE ZERO.
 10700 77  WS-NB-CORRESP-TIERS        PIC 9(03) VALUE ZERO.
 10800 77  WS-REF-BLOQUANTE           PIC X(15) VALUE SPACES.
 10900*
 11000*    NORMALISATION D'UN NOM (CF 2500-NORMALISER) : LE NOM A
 11100*    TRAITER, SES VUES MAJUSCULES ET PHONETIQUE, LE MOT EN COURS
 11200*    ET LE RESULTAT (SQUELETTES DES MOTS ET NOM ACCOLE)
 11300 77  WS-NOM-A-TRAITER           PIC X(70) VALUE SPACES.
 11400 77  WS-NOM-MAJ                 PIC X(70) VALUE SPACES.
 11500 77  WS-NOM-PHON                PIC X(70) VALUE SPACES.
 11600 77  WS-I                       PIC 9(02) COMP VALUE ZERO.
 11700 77  WS-L                       PIC 9(02) COMP VALUE ZERO.
 11800 77  WS-K                       PIC 9(02) COMP VALUE ZERO.
 11900 77  WS-C                       PIC 9(02) COMP VALUE ZERO.
 12000 77  WS-N                       PIC 9(02) COMP VALUE ZERO.
 12100 77  WS-CAR                     PIC X(01) VALUE SPACE.
 12200     88  WS-CAR-VOYELLE             VALUE "A" "E" "I" "O" "U".
 12300 77  WS-DERNIER                 PIC X(01) VALUE SPACE.
 12400 77  WS-MOT-BRUT                PIC X(15) VALUE SPACES.
 12500 77  WS-MOT-SQUEL               PIC X(15) VALUE SPACES.
 12600 01  WS-NOM-NORMALISE.
 12700     05  WS-NORM-NB-MOTS        PIC 9(02) COMP VALUE ZERO.
 12800     05  WS-NORM-MOT            PIC X(15) OCCURS 6 TIMES.
 12900     05  WS-NORM-ACCOLE         PIC X(40) VALUE SPACES.
 13000*
 13100*    FORMES JURIDIQUES ET MOTS OUTILS ECARTES DE LA COMPARAISON
 13200 01  WS-MOTS-VIDES-TABLE.
 13300     05  FILLER                 PIC X(05) VALUE "SA".
 13400     05  FILLER                 PIC X(05) VALUE "SAS".
 13500     05  FILLER                 PIC X(05) VALUE "SASU".
 13600     05  FILLER                 PIC X(05) VALUE "SARL".
 13700     05  FILLER                 PIC X(05) VALUE "EURL".
 13800     05  FILLER                 PIC X(05) VALUE "SNC".
 13900     05  FILLER                 PIC X(05) VALUE "SCI".
 14000     05  FILLER                 PIC X(05) VALUE "STE".
 14100     05  FILLER                 PIC X(05) VALUE "SOC".
 14200     05  FILLER                 PIC X(05) VALUE "CIE".
 14300     05  FILLER                 PIC X(05) VALUE "LTD".
 14400     05  FILLER                 PIC X(05) VALUE "LLC".
 14500     05  FILLER                 PIC X(05) VALUE "INC".
 14600     05  FILLER                 PIC X(05) VALUE "GMBH".
 14700     05  FILLER                 PIC X(05) VALUE "CO".
 14800     05  FILLER                 PIC X(05) VALUE "DE".
 14900     05  FILLER                 PIC X(05) VALUE "DU".
 15000     05  FILLER                 PIC X(05) VALUE "DES".
 15100     05  FILLER                 PIC X(05) VALUE "LA".
 15200     05  FILLER                 PIC X(05) VALUE "LE".
 15300     05  FILLER                 PIC X(05) VALUE "LES".
 15400     05  FILLER                 PIC X(05) VALUE "ET".
 15500     05  FILLER                 PIC X(05) VALUE "THE".
 15600     05  FILLER                 PIC X(05) VALUE "OF".
 15700     05  FILLER                 PIC X(05) VALUE "AND".
 15800 01  WS-MOTS-VIDES-R REDEFINES WS-MOTS-VIDES-TABLE.
 15900     05  WS-MOT-VIDE            PIC X(05) OCCURS 25 TIMES.
 16000*
 16100*    EXTRAIT DES LISTES DE GELS (CF RIBGELS), NORMALISE AU
 16200*    CHARGEMENT
 16300 01  WS-TAB-GELS.
 16400     05  WS-NB-GELS             PIC 9(04) COMP VALUE ZERO.
 16500     05  WS-GELS OCCURS 3000 TIMES.
 16600         10  GLS-REF            PIC X(15).
 16700         10  GLS-SOURCE         PIC X(03).
 16800         10  GLS-TYPE           PIC X(01).
 16900         10  GLS-PAYS           PIC X(02).
 17000         10  GLS-NOM            PIC X(30).
 17100         10  GLS-NB-MOTS        PIC 9(02) COMP.
 17200         10  GLS-MOT            PIC X(15) OCCURS 6 TIMES.
 17300         10  GLS-ACCOLE         PIC X(40).
 17400*
 17500*    REGISTRE DES LEVEES DE DOUTE VALIDES (CF RIBLEVD), DANS
 17600*    L'ORDRE DU REGISTRE : LA DERNIERE DECISION FAIT FOI
 17700 01  WS-TAB-LEVEES.
 17800     05  WS-NB-LEV              PIC 9(04) COMP VALUE ZERO.
 17900     05  WS-LEVEE OCCURS 2000 TIMES.
 18000         10  LVT-TIE-ID         PIC X(10).
 18100         10  LVT-GEL-REF        PIC X(15).
 18200         10  LVT-DECISION       PIC X(01).
 18300         10  LVT-NOM            PIC X(24).
 18400         10  LVT-AUTEUR         PIC X(08).
 18500         10  LVT-DATE           PIC 9(08).
 18600*
 18700 01  WS-COMPTEURS.
 18800     05  WS-NB-GELS-LUS         PIC 9(07) COMP VALUE ZERO.
 18900     05  WS-NB-GELS-INVALIDES   PIC 9(07) COMP VALUE ZERO.
 19000     05  WS-NB-LEV-INVALIDES    PIC 9(07) COMP VALUE ZERO.
 19100     05  WS-NB-TIERS            PIC 9(07) COMP VALUE ZERO.
 19200     05  WS-NB-TOUCHES          PIC 9(07) COMP VALUE ZERO.
 19300     05  WS-NB-CORRESP          PIC 9(07) COMP VALUE ZERO.
 19400     05  WS-NB-LEVEES           PIC 9(07) COMP VALUE ZERO.
 19500     05  WS-NB-BLOQUES          PIC 9(07) COMP VALUE ZERO.
 19600     05  WS-NB-CONFIRMES        PIC 9(07) COMP VALUE ZERO.
 19700*
 19800 01  WS-LIGNE-DETAIL.
 19900     05  FILLER                 PIC X(01) VALUE SPACES.
 20000     05  DET-TIE-ID             PIC X(10).
 20100     05  FILLER                 PIC X(01) VALUE SPACES.
 20200     05  DET-NOM                PIC X(24).
 20300     05  FILLER                 PIC X(01) VALUE SPACES.
 20400     05  DET-PAYS               PIC X(02).
 20500     05  FILLER                 PIC X(01) VALUE SPACES.
 20600     05  DET-REF                PIC X(15).
 20700     05  FILLER                 PIC X(01) VALUE SPACES.
 20800     05  DET-SOURCE             PIC X(03).
 20900     05  FILLER                 PIC X(01) VALUE SPACES.
 21000     05  DET-SCORE              PIC ZZ9.
 21100     05  FILLER                 PIC X(01) VALUE SPACES.
 21200     05  DET-DISPOSITION        PIC X(14).
 21300     05  FILLER                 PIC X(01) VALUE SPACES.
 21400     05  DET-AUTEUR             PIC X(08).
 21500     05  FILLER                 PIC X(01) VALUE SPACES.
 21600     05  DET-DATE-DEC           PIC X(08).
 21700     05  FILLER                 PIC X(01) VALUE SPACES.
 21800     05  DET-NOM-LISTE          PIC X(30).
 21900     05  FILLER                 PIC X(05) VALUE SPACES.
 22000*
 22100 01  WS-LIGNE-TOTAL.
 22200     05  FILLER                 PIC X(20) VALUE SPACES.
 22300     05  TOT-LIBELLE            PIC X(20).
 22400     05  TOT-NB                 PIC ZZZZZZ9.
 22500     05  FILLER                 PIC X(85) VALUE SPACES.
 22600*
 22700 01  WS-LIGNE-ENTETE-1.
 22800     05  FILLER                 PIC X(52) VALUE
 22900         "ETAT DU FILTRAGE DES GELS DES AVOIRS - BPRIB28".
 23000     05  FILLER                 PIC X(80) VALUE SPACES.
 23100 01  WS-LIGNE-ENTETE-2.
 23200     05  FILLER                 PIC X(15) VALUE
 23300         "   FILTRAGE DU ".
 23400     05  ENT-DATE               PIC 9(08).
 23500     05  FILLER                 PIC X(09) VALUE "  LISTE ".
 23600     05  ENT-NB-GELS            PIC ZZZ9.
 23700     05  FILLER                 PIC X(18) VALUE
 23800         " ENTREES  SEUILS ".
 23900     05  ENT-SEUIL              PIC ZZ9.
 24000     05  FILLER                 PIC X(03) VALUE " / ".
 24100     05  ENT-SEUIL-PAYS         PIC ZZ9.
 24200     05  FILLER                 PIC X(69) VALUE SPACES.
 24300 01  WS-LIGNE-ENTETE-3.
 24400     05  FILLER                 PIC X(01) VALUE SPACES.
 24500     05  FILLER                 PIC X(10) VALUE "ID TIERS".
 24600     05  FILLER                 PIC X(01) VALUE SPACES.
 24700     05  FILLER                 PIC X(24) VALUE "NOM DU TIERS".
 24800     05  FILLER                 PIC X(01) VALUE SPACES.
 24900     05  FILLER                 PIC X(02) VALUE "PY".
 25000     05  FILLER                 PIC X(01) VALUE SPACES.
 25100     05  FILLER                 PIC X(15) VALUE "REFERENCE".
 25200     05  FILLER                 PIC X(01) VALUE SPACES.
 25300     05  FILLER                 PIC X(03) VALUE "SRC".
 25400     05  FILLER                 PIC X(01) VALUE SPACES.
 25500     05  FILLER                 PIC X(03) VALUE "SCO".
 25600     05  FILLER                 PIC X(01) VALUE SPACES.
 25700     05  FILLER                 PIC X(14) VALUE "DISPOSITION".
 25800     05  FILLER                 PIC X(01) VALUE SPACES.
 25900     05  FILLER                 PIC X(08) VALUE "AUTEUR".
 26000     05  FILLER                 PIC X(01) VALUE SPACES.
 26100     05  FILLER                 PIC X(08) VALUE "DECISION".
 26200     05  FILLER                 PIC X(01) VALUE SPACES.
 26300     05  FILLER                 PIC X(30) VALUE
 26400         "NOM SUR LA LISTE".
 26500     05  FILLER                 PIC X(05) VALUE SPACES.
 26600*
 26700*
 26800*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 26900 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 27000 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 27100 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 27200 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 27300 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 27400*
 27500 PROCEDURE DIVISION.
 27600*
 27700*///////////////////////////////////////////////////////////////
 27800*  0000-MAINLINE                                                *
 27900*///////////////////////////////////////////////////////////////
 28000 0000-MAINLINE SECTION.
 28100 0000-DEBUT.
 28200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 28300     PERFORM 2000-FILTRAGE THRU 2000-EXIT
 28400         UNTIL WS-FIN-TIER.
 28500     PERFORM 4000-EDITION-TOTAUX THRU 4000-EXIT.
 28600     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 28700 0000-EXIT.
 28800     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 28900     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 29000     STOP RUN.
 29100*
 29200*///////////////////////////////////////////////////////////////
 29300*  1000-INITIALISATION - PARAMETRES, CHARGEMENT DES LISTES ET   *
 29400*                        DES LEVEES DE DOUTE, OUVERTURE DES     *
 29500*                        FICHIERS ET PREMIERE LECTURE           *
 29600*///////////////////////////////////////////////////////////////
 29700 1000-INITIALISATION SECTION.
 29800 1000-DEBUT.
 29900     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 30000     ACCEPT WS-HEURE-JOUR FROM TIME.
 30100     PERFORM 1100-PARAMETRES THRU 1100-EXIT.
 30200*        SANS LISTE COMPLETE, AUCUN TIERS NE PEUT ETRE DECLARE
 30300*        HORS LISTE : LE TRAITEMENT EST ARRETE
 30400     PERFORM 1200-CHARGER-LISTE THRU 1200-EXIT.
 30500     IF WS-CODE-RETOUR = 12
 30600         GO TO 0000-EXIT.
 30700     PERFORM 1300-CHARGER-LEVEES THRU 1300-EXIT.
 30800     OPEN INPUT PMGCTIER.
 30900     IF WS-STATUT-PMGCTIER NOT = "00"
 31000         DISPLAY "BPRIB28 - ERREUR OUVERTURE PMGCTIER "
 31100                 WS-STATUT-PMGCTIER
 31200         MOVE 12 TO WS-CODE-RETOUR
 31300         GO TO 0000-EXIT.
 31400     OPEN OUTPUT PMGCGELT.
 31500     IF WS-STATUT-PMGCGELT NOT = "00"
 31600         DISPLAY "BPRIB28 - ERREUR OUVERTURE PMGCGELT "
 31700                 WS-STATUT-PMGCGELT
 31800         MOVE 12 TO WS-CODE-RETOUR
 31900         GO TO 0000-EXIT.
 32000     OPEN OUTPUT PMGLGELS.
 32100     MOVE WS-LIGNE-ENTETE-1 TO GELS-LIGNE.
 32200     WRITE GELS-LIGNE.
 32300     MOVE WS-DATE-JOUR  TO ENT-DATE.
 32400     MOVE WS-NB-GELS    TO ENT-NB-GELS.
 32500     MOVE WS-SEUIL      TO ENT-SEUIL.
 32600     MOVE WS-SEUIL-PAYS TO ENT-SEUIL-PAYS.
 32700     MOVE WS-LIGNE-ENTETE-2 TO GELS-LIGNE.
 32800     WRITE GELS-LIGNE.
 32900     MOVE WS-LIGNE-ENTETE-3 TO GELS-LIGNE.
 33000     WRITE GELS-LIGNE.
 33100     PERFORM 2100-LECTURE-TIER THRU 2100-EXIT.
 33200 1000-EXIT.
 33300     EXIT.
 33400*
 33500*///////////////////////////////////////////////////////////////
 33600*  1100-PARAMETRES - LECTURE DES SEUILS DE RESSEMBLANCE         *
 33700*                    (RIBGELP) ; FICHIER ABSENT OU INVALIDE,    *
 33800*                    SEUILS PAR DEFAUT (SIGNALE)                *
 33900*///////////////////////////////////////////////////////////////
 34000 1100-PARAMETRES SECTION.
 34100 1100-DEBUT.
 34200     OPEN INPUT RIBGELP.
 34300     IF WS-STATUT-RIBGELP NOT = "00"
 34400         DISPLAY "BPRIB28 - RIBGELP ABSENT, SEUILS PAR DEFAUT"
 34500         GO TO 1100-EXIT.
 34600     READ RIBGELP
 34700         AT END
 34800             DISPLAY "BPRIB28 - RIBGELP VIDE, SEUILS PAR DEFAUT"
 34900             CLOSE RIBGELP
 35000             GO TO 1100-EXIT.
 35100     CLOSE RIBGELP.
 35200     IF GELP-SEUIL NOT NUMERIC
 35300         OR GELP-SEUIL = ZERO OR GELP-SEUIL > 100
 35400         OR GELP-SEUIL-PAYS NOT NUMERIC
 35500         OR GELP-SEUIL-PAYS = ZERO OR GELP-SEUIL-PAYS > GELP-SEUIL
 35600         DISPLAY "BPRIB28 - SEUILS RIBGELP INVALIDES, SEUILS PAR "
 35700                 "DEFAUT"
 35800         GO TO 1100-EXIT.
 35900     MOVE GELP-SEUIL      TO WS-SEUIL.
 36000     MOVE GELP-SEUIL-PAYS TO WS-SEUIL-PAYS.
 36100 1100-EXIT.
 36200     EXIT.
 36300*
 36400*///////////////////////////////////////////////////////////////
 36500*  1200-CHARGER-LISTE - CHARGEMENT ET NORMALISATION DE          *
 36600*                       L'EXTRAIT DES LISTES (RIBGELS) ; LISTE  *
 36700*                       ABSENTE, VIDE OU TROP VOLUMINEUSE :     *
 36800*                       CODE RETOUR 12                          *
 36900*///////////////////////////////////////////////////////////////
 37000 1200-CHARGER-LISTE SECTION.
 37100 1200-DEBUT.
 37200     OPEN INPUT RIBGELS.
 37300     IF WS-STATUT-RIBGELS NOT = "00"
 37400         DISPLAY "BPRIB28 - ERREUR OUVERTURE RIBGELS "
 37500                 WS-STATUT-RIBGELS
 37600         MOVE 12 TO WS-CODE-RETOUR
 37700         GO TO 1200-EXIT.
 37800 1200-BOUCLE.
 37900     READ RIBGELS
 38000         AT END
 38100             CLOSE RIBGELS
 38200             GO TO 1200-FIN.
 38300     ADD 1 TO WS-NB-GELS-LUS.
 38400     IF GEL-MESURE-PAYS
 38500         GO TO 1200-PAYS.
 38600     IF NOT GEL-NOMINATIF
 38700         GO TO 1200-INVALIDE.
 38800     MOVE GEL-NOM TO WS-NOM-A-TRAITER.
 38900     PERFORM 2500-NORMALISER THRU 2500-EXIT.
 39000     IF WS-NORM-NB-MOTS = ZERO
 39100         GO TO 1200-INVALIDE.
 39200     GO TO 1200-STOCKAGE.
 39300 1200-PAYS.
 39400     IF GEL-PAYS = SPACES
 39500         GO TO 1200-INVALIDE.
 39600     MOVE ZERO   TO WS-NORM-NB-MOTS.
 39700     MOVE SPACES TO WS-NORM-ACCOLE.
 39800 1200-STOCKAGE.
 39900     IF WS-NB-GELS >= 3000
 40000         DISPLAY "BPRIB28 - PLUS DE 3000 ENTREES DANS RIBGELS, "
 40100                 "FILTRAGE IMPOSSIBLE"
 40200         CLOSE RIBGELS
 40300         MOVE 12 TO WS-CODE-RETOUR
 40400         GO TO 1200-EXIT.
 40500     ADD 1 TO WS-NB-GELS.
 40600     MOVE WS-NB-GELS      TO WS-G.
 40700     MOVE GEL-REF         TO GLS-REF     (WS-G).
 40800     MOVE GEL-SOURCE      TO GLS-SOURCE  (WS-G).
 40900     MOVE GEL-TYPE        TO GLS-TYPE    (WS-G).
 41000     MOVE GEL-PAYS        TO GLS-PAYS    (WS-G).
 41100     MOVE GEL-NOM         TO GLS-NOM     (WS-G).
 41200     MOVE WS-NORM-NB-MOTS TO GLS-NB-MOTS (WS-G).
 41300     MOVE WS-NORM-ACCOLE  TO GLS-ACCOLE  (WS-G).
 41400     MOVE ZERO TO WS-J.
 41500 1200-MOTS.
 41600     ADD 1 TO WS-J.
 41700     IF WS-J > 6
 41800         GO TO 1200-BOUCLE.
 41900     MOVE WS-NORM-MOT (WS-J) TO GLS-MOT (WS-G, WS-J).
 42000     GO TO 1200-MOTS.
 42100 1200-INVALIDE.
 42200     ADD 1 TO WS-NB-GELS-INVALIDES.
 42300     DISPLAY "BPRIB28 - ENTREE RIBGELS INVALIDE IGNOREE : "
 42400             GEL-REF.
 42500     GO TO 1200-BOUCLE.
 42600 1200-FIN.
 42700     IF WS-NB-GELS = ZERO
 42800         DISPLAY "BPRIB28 - RIBGELS VIDE, FILTRAGE IMPOSSIBLE"
 42900         MOVE 12 TO WS-CODE-RETOUR.
 43000 1200-EXIT.
 43100     EXIT.
 43200*
 43300*///////////////////////////////////////////////////////////////
 43400*  1300-CHARGER-LEVEES - CHARGEMENT DU REGISTRE DES LEVEES DE   *
 43500*                        DOUTE (RIBLEVD) ; UNE DECISION SANS    *
 43600*                        AUTEUR OU SANS DATE EST IGNOREE ;      *
 43700*                        REGISTRE ABSENT, AUCUNE LEVEE (SIGNALE)*
 43800*///////////////////////////////////////////////////////////////
 43900 1300-CHARGER-LEVEES SECTION.
 44000 1300-DEBUT.
 44100     OPEN INPUT RIBLEVD.
 44200     IF WS-STATUT-RIBLEVD NOT = "00"
 44300         DISPLAY "BPRIB28 - RIBLEVD ABSENT, AUCUNE LEVEE DE DOUTE"
 44400         GO TO 1300-EXIT.
 44500 1300-BOUCLE.
 44600     READ RIBLEVD
 44700         AT END
 44800             CLOSE RIBLEVD
 44900             GO TO 1300-EXIT.
 45000     IF LEV-AUTEUR = SPACES
 45100         OR LEV-DATE NOT NUMERIC OR LEV-DATE = ZERO
 45200         OR NOT (LEV-FAUX-POSITIF OR LEV-GEL-CONFIRME)
 45300         ADD 1 TO WS-NB-LEV-INVALIDES
 45400         DISPLAY "BPRIB28 - LEVEE DE DOUTE INVALIDE IGNOREE : "
 45500                 LEV-TIE-ID " " LEV-GEL-REF
 45600         GO TO 1300-BOUCLE.
 45700     IF WS-NB-LEV >= 2000
 45800         DISPLAY "BPRIB28 - PLUS DE 2000 LEVEES DANS RIBLEVD, "
 45900                 "SUITE IGNOREE"
 46000         CLOSE RIBLEVD
 46100         GO TO 1300-EXIT.
 46200     ADD 1 TO WS-NB-LEV.
 46300     MOVE WS-NB-LEV    TO WS-V.
 46400     MOVE LEV-TIE-ID   TO LVT-TIE-ID   (WS-V).
 46500     MOVE LEV-GEL-REF  TO LVT-GEL-REF  (WS-V).
 46600     MOVE LEV-DECISION TO LVT-DECISION (WS-V).
 46700     MOVE LEV-NOM      TO LVT-NOM      (WS-V).
 46800     MOVE LEV-AUTEUR   TO LVT-AUTEUR   (WS-V).
 46900     MOVE LEV-DATE     TO LVT-DATE     (WS-V).
 47000     GO TO 1300-BOUCLE.
 47100 1300-EXIT.
 47200     EXIT.
 47300*
 47400*///////////////////////////////////////////////////////////////
 47500*  2000-FILTRAGE - COMPARAISON DU TIERS EN COURS A CHAQUE       *
 47600*                  ENTREE DE LA LISTE ; TIERS BLOQUE ECRIT      *
 47700*                  DANS PMGCGELT                                *
 47800*///////////////////////////////////////////////////////////////
 47900 2000-FILTRAGE SECTION.
 48000 2000-DEBUT.
 48100     MOVE TIE-NOM TO WS-NOM-A-TRAITER.
 48200     PERFORM 2500-NORMALISER THRU 2500-EXIT.
 48300     IF TIE-DOM-ETRANGER
 48400         MOVE TIE-IBAN (1:2) TO WS-PAYS-TIERS
 48500     ELSE
 48600         MOVE "FR" TO WS-PAYS-TIERS.
 48700     MOVE ZERO   TO WS-SCORE-MAX.
 48800     MOVE ZERO   TO WS-NB-CORRESP-TIERS.
 48900     MOVE SPACES TO WS-REF-BLOQUANTE.
 49000     MOVE "N"    TO WS-IND-BLOQUE.
 49100     MOVE "N"    TO WS-IND-CONFIRME.
 49200     MOVE ZERO   TO WS-G.
 49300 2000-BOUCLE.
 49400     ADD 1 TO WS-G.
 49500     IF WS-G > WS-NB-GELS
 49600         GO TO 2000-BILAN.
 49700     PERFORM 2200-COMPARER THRU 2200-EXIT.
 49800     IF WS-CORRESPONDANCE
 49900         PERFORM 2300-CORRESPONDANCE THRU 2300-EXIT.
 50000     GO TO 2000-BOUCLE.
 50100 2000-BILAN.
 50200     IF WS-NB-CORRESP-TIERS > ZERO
 50300         ADD 1 TO WS-NB-TOUCHES.
 50400     IF WS-TIERS-BLOQUE
 50500         PERFORM 2600-BLOCAGE THRU 2600-EXIT.
 50600     PERFORM 2100-LECTURE-TIER THRU 2100-EXIT.
 50700 2000-EXIT.
 50800     EXIT.
 50900*
 51000 2100-LECTURE-TIER SECTION.
 51100 2100-DEBUT.
 51200     READ PMGCTIER
 51300         AT END
 51400             MOVE "O" TO WS-IND-FIN-TIER
 51500             GO TO 2100-EXIT.
 51600     ADD 1 TO WS-NB-TIERS.
 51700 2100-EXIT.
 51800     EXIT.
 51900*
 52000*///////////////////////////////////////////////////////////////
 52100*  2200-COMPARER - SCORE DE RESSEMBLANCE DU TIERS EN COURS AVEC *
 52200*                  L'ENTREE WS-G DE LA LISTE ET DECISION DE     *
 52300*                  CORRESPONDANCE SELON LES SEUILS              *
 52400*///////////////////////////////////////////////////////////////
 52500 2200-COMPARER SECTION.
 52600 2200-DEBUT.
 52700     MOVE "N"  TO WS-IND-CORRESP.
 52800     MOVE ZERO TO WS-SCORE.
 52900*        MESURE GEOGRAPHIQUE : TOUT BENEFICIAIRE ETRANGER
 53000*        DOMICILIE DANS LE PAYS VISE EST TOUCHE
 53100     IF GLS-TYPE (WS-G) = "P"
 53200         IF TIE-DOM-ETRANGER AND WS-PAYS-TIERS = GLS-PAYS (WS-G)
 53300             MOVE 100 TO WS-SCORE
 53400             MOVE "O" TO WS-IND-CORRESP
 53500             GO TO 2200-EXIT
 53600         ELSE
 53700             GO TO 2200-EXIT.
 53800     IF WS-NORM-NB-MOTS = ZERO
 53900         GO TO 2200-EXIT.
 54000     IF WS-NORM-ACCOLE = GLS-ACCOLE (WS-G)
 54100         MOVE 100 TO WS-SCORE
 54200         GO TO 2200-SEUIL.
 54300     MOVE ZERO TO WS-NB-COMMUNS.
 54400     MOVE ZERO TO WS-J.
 54500 2200-MOT-LISTE.
 54600     ADD 1 TO WS-J.
 54700     IF WS-J > GLS-NB-MOTS (WS-G)
 54800         GO TO 2200-SCORE.
 54900     MOVE ZERO TO WS-T.
 55000 2200-MOT-TIERS.
 55100     ADD 1 TO WS-T.
 55200     IF WS-T > WS-NORM-NB-MOTS
 55300         GO TO 2200-MOT-LISTE.
 55400     IF WS-NORM-MOT (WS-T) = GLS-MOT (WS-G, WS-J)
 55500         ADD 1 TO WS-NB-COMMUNS
 55600         GO TO 2200-MOT-LISTE.
 55700     GO TO 2200-MOT-TIERS.
 55800 2200-SCORE.
 55900     IF WS-NB-COMMUNS = ZERO
 56000         GO TO 2200-EXIT.
 56100     COMPUTE WS-SCORE = (WS-NB-COMMUNS * 200)
 56200                      / (GLS-NB-MOTS (WS-G) + WS-NORM-NB-MOTS).
 56300     IF WS-SCORE > 100
 56400         MOVE 100 TO WS-SCORE.
 56500 2200-SEUIL.
 56600     IF WS-SCORE NOT < WS-SEUIL
 56700         MOVE "O" TO WS-IND-CORRESP
 56800         GO TO 2200-EXIT.
 56900*        SEUIL REDUIT POUR LE BENEFICIAIRE ETRANGER DOMICILIE DANS
 57000*        LE PAYS DE RATTACHEMENT DE LA PERSONNE LISTEE
 57100     IF TIE-DOM-ETRANGER
 57200         AND GLS-PAYS (WS-G) NOT = SPACES
 57300         AND GLS-PAYS (WS-G) = WS-PAYS-TIERS
 57400         AND WS-SCORE NOT < WS-SEUIL-PAYS
 57500         MOVE "O" TO WS-IND-CORRESP.
 57600 2200-EXIT.
 57700     EXIT.
 57800*
 57900*///////////////////////////////////////////////////////////////
 58000*  2300-CORRESPONDANCE - DISPOSITION D'UNE CORRESPONDANCE SELON *
 58100*                        LE REGISTRE DES LEVEES DE DOUTE, ET    *
 58200*                        EDITION                                *
 58300*///////////////////////////////////////////////////////////////
 58400 2300-CORRESPONDANCE SECTION.
 58500 2300-DEBUT.
 58600     ADD 1 TO WS-NB-CORRESP.
 58700     ADD 1 TO WS-NB-CORRESP-TIERS.
 58800     IF WS-SCORE > WS-SCORE-MAX
 58900         MOVE WS-SCORE TO WS-SCORE-MAX.
 59000     MOVE SPACES TO WS-LIGNE-DETAIL.
 59100     PERFORM 2400-RECHERCHE-LEVEE THRU 2400-EXIT.
 59200     IF NOT WS-LEVEE-TROUVEE
 59300         MOVE "A EXAMINER" TO DET-DISPOSITION
 59400         GO TO 2300-BLOQUANT.
 59500     MOVE LVT-AUTEUR (WS-V) TO DET-AUTEUR.
 59600     MOVE LVT-DATE (WS-V)   TO DET-DATE-DEC.
 59700     IF LVT-DECISION (WS-V) = "G"
 59800         MOVE "GEL CONFIRME" TO DET-DISPOSITION
 59900         MOVE "O" TO WS-IND-CONFIRME
 60000         GO TO 2300-BLOQUANT.
 60100*        LE FAUX POSITIF NE VAUT QUE POUR LE NOM EXAMINE
 60200     IF LVT-NOM (WS-V) NOT = TIE-NOM
 60300         MOVE "LEVEE PERIMEE" TO DET-DISPOSITION
 60400         GO TO 2300-BLOQUANT.
 60500     MOVE "LEVEE" TO DET-DISPOSITION.
 60600     ADD 1 TO WS-NB-LEVEES.
 60700     GO TO 2300-EDITION.
 60800 2300-BLOQUANT.
 60900     MOVE "O" TO WS-IND-BLOQUE.
 61000     IF WS-REF-BLOQUANTE = SPACES
 61100         MOVE GLS-REF (WS-G) TO WS-REF-BLOQUANTE.
 61200 2300-EDITION.
 61300     MOVE TIE-ID             TO DET-TIE-ID.
 61400     MOVE TIE-NOM            TO DET-NOM.
 61500     MOVE WS-PAYS-TIERS      TO DET-PAYS.
 61600     MOVE GLS-REF (WS-G)     TO DET-REF.
 61700     MOVE GLS-SOURCE (WS-G)  TO DET-SOURCE.
 61800     MOVE WS-SCORE           TO DET-SCORE.
 61900     IF GLS-TYPE (WS-G) = "P"
 62000         MOVE "MESURE PAYS"  TO DET-NOM-LISTE
 62100         MOVE GLS-PAYS (WS-G) TO DET-NOM-LISTE (13:2)
 62200     ELSE
 62300         MOVE GLS-NOM (WS-G) TO DET-NOM-LISTE.
 62400     MOVE WS-LIGNE-DETAIL TO GELS-LIGNE.
 62500     WRITE GELS-LIGNE.
 62600 2300-EXIT.
 62700     EXIT.
 62800*
 62900*///////////////////////////////////////////////////////////////
 63000*  2400-RECHERCHE-LEVEE - DERNIERE DECISION DU REGISTRE POUR LE *
 63100*                         COUPLE TIERS / REFERENCE (WS-V        *
 63200*                         POSITIONNE)                           *
 63300*///////////////////////////////////////////////////////////////
 63400 2400-RECHERCHE-LEVEE SECTION.
 63500 2400-DEBUT.
 63600     MOVE "N"  TO WS-IND-LEVEE.
 63700     MOVE ZERO TO WS-V.
 63800 2400-BOUCLE.
 63900     ADD 1 TO WS-V.
 64000     IF WS-V > WS-NB-LEV
 64100         GO TO 2400-FIN.
 64200     IF LVT-TIE-ID (WS-V) = TIE-ID
 64300         AND LVT-GEL-REF (WS-V) = GLS-REF (WS-G)
 64400         MOVE "O" TO WS-IND-LEVEE
 64500         MOVE WS-V TO WS-N.
 64600     GO TO 2400-BOUCLE.
 64700 2400-FIN.
 64800     IF WS-LEVEE-TROUVEE
 64900         MOVE WS-N TO WS-V.
 65000 2400-EXIT.
 65100     EXIT.
 65200*
 65300*///////////////////////////////////////////////////////////////
 65400*  2500-NORMALISER - REDUCTION DU NOM WS-NOM-A-TRAITER EN       *
 65500*                    SQUELETTES DE MOTS (6 AU PLUS) ET EN NOM   *
 65600*                    ACCOLE, POUR UNE COMPARAISON TOLERANTE AUX *
 65700*                    VARIANTES D'ECRITURE                       *
 65800*///////////////////////////////////////////////////////////////
 65900 2500-NORMALISER SECTION.
 66000 2500-DEBUT.
 66100     MOVE ZERO   TO WS-NORM-NB-MOTS.
 66200     MOVE SPACES TO WS-NORM-MOT (1) WS-NORM-MOT (2)
 66300                    WS-NORM-MOT (3) WS-NORM-MOT (4)
 66400                    WS-NORM-MOT (5) WS-NORM-MOT (6).
 66500     MOVE SPACES TO WS-NORM-ACCOLE.
 66600     MOVE ZERO   TO WS-C.
 66700     MOVE WS-NOM-A-TRAITER TO WS-NOM-MAJ.
 66800     INSPECT WS-NOM-MAJ CONVERTING
 66900         "abcdefghijklmnopqrstuvwxyz"
 67000      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
 67100     INSPECT WS-NOM-MAJ CONVERTING "-'.,/&();:" TO SPACES.
 67200*        VUE PHONETIQUE : LETTRES DE MEME SON RAMENEES A UNE SEULE
 67300     MOVE WS-NOM-MAJ TO WS-NOM-PHON.
 67400     INSPECT WS-NOM-PHON CONVERTING "QCZWY" TO "KKSVI".
 67500     PERFORM 2510-NOUVEAU-MOT THRU 2510-EXIT.
 67600     MOVE ZERO TO WS-I.
 67700 2500-CARACTERE.
 67800     ADD 1 TO WS-I.
 67900     IF WS-I > 70
 68000         PERFORM 2520-FIN-MOT THRU 2520-EXIT
 68100         GO TO 2500-EXIT.
 68200     MOVE WS-NOM-MAJ (WS-I:1) TO WS-CAR.
 68300     IF WS-CAR = SPACE
 68400         PERFORM 2520-FIN-MOT THRU 2520-EXIT
 68500         GO TO 2500-CARACTERE.
 68600*        CARACTERES ACCENTUES OU SPECIAUX IGNORES
 68700     IF WS-CAR NOT ALPHABETIC-UPPER AND WS-CAR NOT NUMERIC
 68800         GO TO 2500-CARACTERE.
 68900     IF WS-L < 15
 69000         ADD 1 TO WS-L
 69100         MOVE WS-CAR TO WS-MOT-BRUT (WS-L:1).
 69200     MOVE WS-NOM-PHON (WS-I:1) TO WS-CAR.
 69300*        SQUELETTE : INITIALE (VOYELLE RAMENEE A "A"), PUIS LES
 69400*        CONSONNES SANS REDOUBLEMENT
 69500     IF WS-K = ZERO
 69600         IF WS-CAR-VOYELLE
 69700             MOVE "A" TO WS-CAR
 69800             GO TO 2500-GARDER
 69900         ELSE
 70000             GO TO 2500-GARDER.
 70100     IF WS-CAR-VOYELLE OR WS-CAR = WS-DERNIER
 70200         GO TO 2500-CARACTERE.
 70300 2500-GARDER.
 70400     MOVE WS-CAR TO WS-DERNIER.
 70500     IF WS-K < 15
 70600         ADD 1 TO WS-K
 70700         MOVE WS-CAR TO WS-MOT-SQUEL (WS-K:1).
 70800     GO TO 2500-CARACTERE.
 70900 2500-EXIT.
 71000     EXIT.
 71100*
 71200 2510-NOUVEAU-MOT SECTION.
 71300 2510-DEBUT.
 71400     MOVE SPACES TO WS-MOT-BRUT.
 71500     MOVE SPACES TO WS-MOT-SQUEL.
 71600     MOVE ZERO   TO WS-L.
 71700     MOVE ZERO   TO WS-K.
 71800     MOVE SPACE  TO WS-DERNIER.
 71900 2510-EXIT.
 72000     EXIT.
 72100*
 72200*///////////////////////////////////////////////////////////////
 72300*  2520-FIN-MOT - PRISE EN COMPTE DU MOT EN COURS : LES         *
 72400*                 INITIALES ET LES MOTS VIDES SONT ECARTES, LE  *
 72500*                 SQUELETTE EST RANGE ET AJOUTE AU NOM ACCOLE   *
 72600*///////////////////////////////////////////////////////////////
 72700 2520-FIN-MOT SECTION.
 72800 2520-DEBUT.
 72900     IF WS-L < 2
 73000         GO TO 2520-SUIVANT.
 73100     MOVE ZERO TO WS-N.
 73200 2520-MOT-VIDE.
 73300     ADD 1 TO WS-N.
 73400     IF WS-N > 25
 73500         GO TO 2520-RANGEMENT.
 73600     IF WS-MOT-BRUT = WS-MOT-VIDE (WS-N)
 73700         GO TO 2520-SUIVANT.
 73800     GO TO 2520-MOT-VIDE.
 73900 2520-RANGEMENT.
 74000     IF WS-NORM-NB-MOTS < 6
 74100         ADD 1 TO WS-NORM-NB-MOTS
 74200         MOVE WS-MOT-SQUEL TO WS-NORM-MOT (WS-NORM-NB-MOTS).
 74300*        NOM ACCOLE : LES SQUELETTES BOUT A BOUT, SANS LA VOYELLE
 74400*        INITIALE D'UN MOT SUIVANT NI REDOUBLEMENT A LA JONCTION
 74500*        (BEN ALI = BENALI)
 74600     MOVE ZERO TO WS-N.
 74700 2520-ACCOLE.
 74800     ADD 1 TO WS-N.
 74900     IF WS-N > WS-K OR WS-C >= 40
 75000         GO TO 2520-SUIVANT.
 75100     IF WS-C > ZERO AND WS-N = 1
 75200         AND WS-MOT-SQUEL (1:1) = "A"
 75300         GO TO 2520-ACCOLE.
 75400     IF WS-C > ZERO
 75500         AND WS-MOT-SQUEL (WS-N:1) = WS-NORM-ACCOLE (WS-C:1)
 75600         GO TO 2520-ACCOLE.
 75700     ADD 1 TO WS-C.
 75800     MOVE WS-MOT-SQUEL (WS-N:1) TO WS-NORM-ACCOLE (WS-C:1).
 75900     GO TO 2520-ACCOLE.
 76000 2520-SUIVANT.
 76100     PERFORM 2510-NOUVEAU-MOT THRU 2510-EXIT.
 76200 2520-EXIT.
 76300     EXIT.
 76400*
 76500*///////////////////////////////////////////////////////////////
 76600*  2600-BLOCAGE - ECRITURE DU TIERS BLOQUE DANS PMGCGELT (LU    *
 76700*                 PAR BPRIB07)                                  *
 76800*///////////////////////////////////////////////////////////////
 76900 2600-BLOCAGE SECTION.
 77000 2600-DEBUT.
 77100     ADD 1 TO WS-NB-BLOQUES.
 77200     MOVE SPACES              TO GLT-ENREG.
 77300     MOVE TIE-ID              TO GLT-TIE-ID.
 77400     IF WS-GEL-CONFIRME
 77500         MOVE "G" TO GLT-STATUT
 77600         ADD 1 TO WS-NB-CONFIRMES
 77700     ELSE
 77800         MOVE "A" TO GLT-STATUT.
 77900     MOVE WS-REF-BLOQUANTE    TO GLT-GEL-REF.
 78000     MOVE WS-SCORE-MAX        TO GLT-SCORE.
 78100     MOVE WS-NB-CORRESP-TIERS TO GLT-NB-CORRESP.
 78200     MOVE WS-DATE-JOUR        TO GLT-DATE.
 78300     WRITE GLT-ENREG
 78400         INVALID KEY
 78500             DISPLAY "BPRIB28 - ERREUR ECRITURE PMGCGELT "
 78600                     WS-STATUT-PMGCGELT " " TIE-ID.
 78700 2600-EXIT.
 78800     EXIT.
 78900*
 79000*///////////////////////////////////////////////////////////////
 79100*  4000-EDITION-TOTAUX - TOTAUX DU FILTRAGE                     *
 79200*///////////////////////////////////////////////////////////////
 79300 4000-EDITION-TOTAUX SECTION.
 79400 4000-DEBUT.
 79500     MOVE SPACES TO GELS-LIGNE.
 79600     WRITE GELS-LIGNE.
 79700     MOVE SPACES TO WS-LIGNE-TOTAL.
 79800     MOVE "ENTREES LISTE    : " TO TOT-LIBELLE.
 79900     MOVE WS-NB-GELS TO TOT-NB.
 80000     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 80100     WRITE GELS-LIGNE.
 80200     MOVE SPACES TO WS-LIGNE-TOTAL.
 80300     MOVE "ENTREES INVALIDES: " TO TOT-LIBELLE.
 80400     MOVE WS-NB-GELS-INVALIDES TO TOT-NB.
 80500     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 80600     WRITE GELS-LIGNE.
 80700     MOVE SPACES TO WS-LIGNE-TOTAL.
 80800     MOVE "LEVEES INVALIDES : " TO TOT-LIBELLE.
 80900     MOVE WS-NB-LEV-INVALIDES TO TOT-NB.
 81000     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 81100     WRITE GELS-LIGNE.
 81200     MOVE SPACES TO WS-LIGNE-TOTAL.
 81300     MOVE "TIERS FILTRES    : " TO TOT-LIBELLE.
 81400     MOVE WS-NB-TIERS TO TOT-NB.
 81500     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 81600     WRITE GELS-LIGNE.
 81700     MOVE SPACES TO WS-LIGNE-TOTAL.
 81800     MOVE "TIERS TOUCHES    : " TO TOT-LIBELLE.
 81900     MOVE WS-NB-TOUCHES TO TOT-NB.
 82000     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 82100     WRITE GELS-LIGNE.
 82200     MOVE SPACES TO WS-LIGNE-TOTAL.
 82300     MOVE "CORRESPONDANCES  : " TO TOT-LIBELLE.
 82400     MOVE WS-NB-CORRESP TO TOT-NB.
 82500     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 82600     WRITE GELS-LIGNE.
 82700     MOVE SPACES TO WS-LIGNE-TOTAL.
 82800     MOVE "DONT LEVEES      : " TO TOT-LIBELLE.
 82900     MOVE WS-NB-LEVEES TO TOT-NB.
 83000     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 83100     WRITE GELS-LIGNE.
 83200     MOVE SPACES TO WS-LIGNE-TOTAL.
 83300     MOVE "TIERS BLOQUES    : " TO TOT-LIBELLE.
 83400     MOVE WS-NB-BLOQUES TO TOT-NB.
 83500     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 83600     WRITE GELS-LIGNE.
 83700     MOVE SPACES TO WS-LIGNE-TOTAL.
 83800     MOVE "DONT GEL CONFIRME: " TO TOT-LIBELLE.
 83900     MOVE WS-NB-CONFIRMES TO TOT-NB.
 84000     MOVE WS-LIGNE-TOTAL TO GELS-LIGNE.
 84100     WRITE GELS-LIGNE.
 84200 4000-EXIT.
 84300     EXIT.
 84400*
 84500*///////////////////////////////////////////////////////////////
 84600*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 84700*///////////////////////////////////////////////////////////////
 84800 9000-TERMINAISON SECTION.
 84900 9000-DEBUT.
 85000     CLOSE PMGCTIER.
 85100     CLOSE PMGCGELT.
 85200     CLOSE PMGLGELS.
 85300     DISPLAY "BPRIB28 - ENTREES LISTE    : " WS-NB-GELS.
 85400     DISPLAY "BPRIB28 - TIERS FILTRES    : " WS-NB-TIERS.
 85500     DISPLAY "BPRIB28 - TIERS TOUCHES    : " WS-NB-TOUCHES.
 85600     DISPLAY "BPRIB28 - CORRESPONDANCES  : " WS-NB-CORRESP.
 85700     DISPLAY "BPRIB28 - DONT LEVEES      : " WS-NB-LEVEES.
 85800     DISPLAY "BPRIB28 - TIERS BLOQUES    : " WS-NB-BLOQUES.
 85900     DISPLAY "BPRIB28 - DONT GEL CONFIRME: " WS-NB-CONFIRMES.
 86000 9000-EXIT.
 86100     EXIT.
 86200*
 86300*///////////////////////////////////////////////////////////////
 86400*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 86500*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
 86600*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 86700*                    POUR L'ORDONNANCEUR ET LE SUPERVISEUR      *
 86800*///////////////////////////////////////////////////////////////
 86900 9500-FIN-DE-JOB SECTION.
 87000 9500-DEBUT.
 87100     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 87200*        LES REJETS SONT ICI LES TIERS BLOQUES, DONT BPRIB07 MET
 87300*        LES ORDRES EN ATTENTE
 87400     MOVE ZERO TO WS-TAUX-REJET.
 87500     IF WS-NB-TIERS > ZERO
 87600         COMPUTE WS-TAUX-REJET ROUNDED
 87700             = (WS-NB-BLOQUES * 100) / WS-NB-TIERS.
 87800     IF WS-CODE-RETOUR = 12
 87900         GO TO 9500-ECRITURE.
 88000     MOVE ZERO TO WS-CODE-RETOUR.
 88100     IF WS-NB-BLOQUES = ZERO
 88200         AND WS-NB-GELS-INVALIDES = ZERO
 88300         AND WS-NB-LEV-INVALIDES = ZERO
 88400         GO TO 9500-ECRITURE.
 88500     MOVE 4 TO WS-CODE-RETOUR.
 88600     IF WS-TAUX-REJET > WS-SEUIL-REJET
 88700         MOVE 8 TO WS-CODE-RETOUR.
 88800 9500-ECRITURE.
 88900     OPEN EXTEND PMGCFINJ.
 89000     IF WS-STATUT-PMGCFINJ NOT = "00"
 89100         OPEN OUTPUT PMGCFINJ.
 89200     MOVE SPACES         TO FINJ-ENREG.
 89300     MOVE "BPRIB28"     TO FINJ-PROG.
 89400     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 89500     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 89600     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 89700     MOVE WS-NB-TIERS TO FINJ-NB-LUS.
 89800     MOVE WS-NB-BLOQUES TO FINJ-NB-REJETS.
 89900     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 90000     WRITE FINJ-ENREG.
 90100     CLOSE PMGCFINJ.
 90200     DISPLAY "BPRIB28 - CODE RETOUR : " WS-CODE-RETOUR.
 90300 9500-EXIT.
 90400     EXIT.
 90500*
 90600 9600-LIRE-SEUIL SECTION.
 90700 9600-DEBUT.
 90800     OPEN INPUT PMGCPILO.
 90900     IF WS-STATUT-PMGCPILO NOT = "00"
 91000         GO TO 9600-EXIT.
 91100 9600-BOUCLE.
 91200     READ PMGCPILO
 91300         AT END
 91400             CLOSE PMGCPILO
 91500             GO TO 9600-EXIT.
 91600     IF PIL-PROG NOT = "BPRIB28"
 91700         GO TO 9600-BOUCLE.
 91800     IF PIL-SEUIL-REJET NUMERIC
 91900         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
 92000     CLOSE PMGCPILO.
 92100 9600-EXIT.
 92200     EXIT.
