  6800*                   ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ
  6900*                   (CF CYWFINJ), EXIGE PAR LE SUPERVISEUR
  7000*                   BPRIB19 POUR LA SYNTHESE DU MATIN
  7010*   2026-10-15 JLB  LES ORDRES D'UN TIERS CLOS (TIE-CLOS, CLOTURE
  7020*                   PAR LA MAINTENANCE BPRIB22) SONT ECARTES
  7030*                   DANS RIBREJP (MOTIF "F")
  7040*   2026-10-15 JLB  FILTRAGE DES GELS DES AVOIRS : LES ORDRES
  7050*                   D'UN TIERS BLOQUE PAR BPRIB28 (PMGCGELT,
  7060*                   CORRESPONDANCE NON LEVEE PAR LA CONFORMITE)
  7070*                   SONT MIS EN ATTENTE DANS RIBATTG, DISTINCT
  7080*                   DES REJETS RIBREJP ; PMGCGELT EST EXIGE
  7082*   2026-10-15 JLB  NUMEROTATION DES REMISES : CHAQUE REMISE
  7084*                   LOGIQUE (EMETTEUR x POPULATION) RECOIT UN
  7086*                   NUMERO UNIQUE PRIS AU REGISTRE PMGCREGR,
  7088*                   PORTE PAR SON ENTETE, SES DETAILS ET SON
  7090*                   TOTAL ET EDITE SUR PMGLREMI ; L'INSCRIPTION
  7092*                   AU REGISTRE EST FAITE PAR BPRIB31
  7100****************************************************************
  7200 ENVIRONMENT DIVISION.
  7300 CONFIGURATION SECTION.
  8800     COPY SELECT-RIBFEUV.
  8900     COPY SELECT-PMGCPILO.
  9000     COPY SELECT-PMGCFINJ.
  9010     COPY SELECT-PMGCGELT.
  9020     COPY SELECT-RIBATTG.
  9030     COPY SELECT-PMGCREGR.
  9100*
  9200 DATA DIVISION.
  9300 FILE SECTION.
 10400     COPY FD-RIBFEUV.
 10500     COPY FD-PMGCPILO.
 10600     COPY FD-PMGCFINJ.
 10610     COPY FD-PMGCGELT.
 10620     COPY FD-RIBATTG.
 10630     COPY FD-PMGCREGR.
 10700*
 10800 WORKING-STORAGE SECTION.
 10900     COPY CYWRIB.
 11900 77  WS-STATUT-RIBATTC          PIC XX VALUE SPACES.
 12000 77  WS-STATUT-RIBREMSA         PIC XX VALUE SPACES.
 12100 77  WS-STATUT-RIBFEUV          PIC XX VALUE SPACES.
 12110 77  WS-STATUT-PMGCGELT         PIC XX VALUE SPACES.
 12120 77  WS-STATUT-RIBATTG          PIC XX VALUE SPACES.
 12130 77  WS-STATUT-PMGCREGR         PIC XX VALUE SPACES.
 12200 77  WS-IND-FEU                 PIC X VALUE "N".
 12300     88  WS-FEU-VERT-OK             VALUE "O".
 12400 77  WS-IND-FIN-ORDR            PIC X VALUE "N".
 13800 77  WS-IND-TIERS-CAR           PIC X VALUE "N".
 13900     88  WS-TIERS-EN-CARENCE        VALUE "O".
 14000 77  WS-DATE-LIMITE-CAR         PIC 9(08) VALUE ZERO.
 14010*    FILTRAGE DES GELS DES AVOIRS (CF PMGCGELT/BPRIB28)
 14020 77  WS-IND-TIERS-GEL           PIC X VALUE "N".
 14030     88  WS-TIERS-GELE              VALUE "O".
 14040*    NUMEROTATION DES REMISES (CF PMGCREGR/BPRIB31)
 14050 77  WS-IND-CTL-REGR            PIC X VALUE "N".
 14060     88  WS-CTL-REGR-EXISTE         VALUE "O".
 14100*
 14200 01  WS-COMPTEURS.
 14300     05  WS-NB-ORDRES           PIC 9(07) COMP VALUE ZERO.
 14800     05  WS-NB-INCONNUS         PIC 9(07) COMP VALUE ZERO.
 14900     05  WS-NB-SANS-EMET        PIC 9(07) COMP VALUE ZERO.
 15000     05  WS-NB-EN-CARENCE       PIC 9(07) COMP VALUE ZERO.
 15010     05  WS-NB-TIERS-CLOS       PIC 9(07) COMP VALUE ZERO.
 15020     05  WS-NB-GELES            PIC 9(07) COMP VALUE ZERO.
 15100 01  WS-MONTANTS.
 15200     05  WS-MT-REMIS            PIC 9(13)V99 VALUE ZERO.
 15300     05  WS-MT-REMIS-F          PIC 9(13)V99 VALUE ZERO.
 15700*    TABLE DES COMPTES EMETTEURS ACTIFS (CF PMGCEMET), AVEC LES
 15800*    TOTAUX DE LA REMISE DE CHAQUE DONNEUR D'ORDRE, PAR
 15900*    POPULATION (FOURNISSEURS PUIS SALARIES)
 15910*    (NUMERO DE REMISE ATTRIBUE A CHAQUE POPULATION PAR
 15920*    1500-NUMEROTATION)
 16000 01  WS-TAB-EMETTEURS.
 16100     05  WS-NB-EMET             PIC 9(02) COMP VALUE ZERO.
 16200     05  WS-EMET OCCURS 20 TIMES.
 16800         10  EMT-T-MT           PIC 9(13)V99.
 16900         10  EMT-T-NB-S         PIC 9(07) COMP.
 17000         10  EMT-T-MT-S         PIC 9(13)V99.
 17010         10  EMT-T-NO-F         PIC 9(08).
 17020         10  EMT-T-NO-S         PIC 9(08).
 17100*
 17200 01  WS-LIGNE-TOTAL.
 17300     05  FILLER                 PIC X(20) VALUE SPACES.
 19000     05  EML-NB                 PIC ZZZZZZ9.
 19100     05  FILLER                 PIC X(10) VALUE "  MONTANT ".
 19200     05  EML-MONTANT            PIC Z(12)9.99.
 19210     05  FILLER                 PIC X(11) VALUE "  REMISE NO".
 19220     05  FILLER                 PIC X(01) VALUE SPACES.
 19230     05  EML-NO-REMISE          PIC 9(08).
 19300     05  FILLER                 PIC X(39) VALUE SPACES.
 19400*
 19500 01  WS-LIGNE-ENTETE-1.
 19600     05  FILLER                 PIC X(42) VALUE
 25500                 WS-STATUT-PMGCTIER
 25600         MOVE 12 TO WS-CODE-RETOUR
 25700         GO TO 0000-EXIT.
 25710*        PAS DE REMISE SANS LE RESULTAT DU FILTRAGE DES GELS
 25720     OPEN INPUT PMGCGELT.
 25730     IF WS-STATUT-PMGCGELT NOT = "00"
 25740         DISPLAY "BPRIB07 - ERREUR OUVERTURE PMGCGELT "
 25750                 WS-STATUT-PMGCGELT ", LANCER BPRIB28"
 25760         MOVE 12 TO WS-CODE-RETOUR
 25770         GO TO 0000-EXIT.
 25800     OPEN OUTPUT RIBREMIS.
 25900     OPEN OUTPUT RIBREJP.
 26000     OPEN OUTPUT PMGLREMI.
 26100     OPEN OUTPUT RIBATTC.
 26200     OPEN OUTPUT RIBREMSA.
 26210     OPEN OUTPUT RIBATTG.
 26300     PERFORM 1100-CHARGER-EMETTEURS THRU 1100-EXIT.
 26400     IF WS-NB-EMET = ZERO
 26500         DISPLAY "BPRIB07 - AUCUN COMPTE EMETTEUR ACTIF DANS "
 26600                 "PMGCEMET, REMISE IMPOSSIBLE"
 26700         MOVE 12 TO WS-CODE-RETOUR
 26800         GO TO 0000-EXIT.
 26810     PERFORM 1500-NUMEROTATION THRU 1500-EXIT.
 26820     IF WS-CODE-RETOUR = 12
 26830         GO TO 0000-EXIT.
 26900     PERFORM 1200-ENTETES-REMISE THRU 1200-EXIT.
 27000     PERFORM 1300-PARAM-CARENCE THRU 1300-EXIT.
 27100     MOVE WS-LIGNE-ENTETE-1 TO REMI-LIGNE.
 32600*
 32700*///////////////////////////////////////////////////////////////
 32800*  1200-ENTETES-REMISE - UNE ENTETE DE REMISE PAR COMPTE        *
 32900*                        EMETTEUR, AVEC SON IBAN ET SON BIC,   *
 32950*                        DANS CHAQUE FICHIER DE REMISE         *
 33000*///////////////////////////////////////////////////////////////
 33100 1200-ENTETES-REMISE SECTION.
 33200 1200-DEBUT.
 34200     MOVE WS-HEURE-JOUR     TO REM-ENT-HEURE.
 34300     MOVE EMT-T-IBAN (WS-E) TO REM-ENT-IBAN.
 34400     MOVE EMT-T-BIC (WS-E)  TO REM-ENT-BIC.
 34450     MOVE EMT-T-NO-F (WS-E) TO REM-ENT-NO-REMISE.
 34500     WRITE REM-ENREG.
 34550     MOVE EMT-T-NO-S (WS-E) TO REM-ENT-NO-REMISE.
 34600     WRITE RSA-ENREG FROM REM-ENREG.
 34700     GO TO 1200-BOUCLE.
 34800 1200-EXIT.
 41500 1400-EXIT.
 41600     EXIT.
 41700*
 41702*/////////////////////////////////////////////////////////////
 41703*  1500-NUMEROTATION - ATTRIBUTION D'UN NUMERO DE REMISE PAR  *
 41704*                      COMPTE EMETTEUR ET PAR POPULATION A    *
 41705*                      PARTIR DE L'ENREGISTREMENT DE CONTROLE *
 41706*                      DU REGISTRE PMGCREGR (NUMERO ZERO),    *
 41707*                      CREE AU PREMIER PASSAGE ; REGISTRE     *
 41708*                      INDISPONIBLE, PAS DE REMISE            *
 41709*/////////////////////////////////////////////////////////////
 41710 1500-NUMEROTATION SECTION.
 41711 1500-DEBUT.
 41712     OPEN I-O PMGCREGR.
 41713*        PREMIERE REMISE : LE REGISTRE N'EXISTE PAS ENCORE
 41714     IF WS-STATUT-PMGCREGR NOT = "00"
 41715         OPEN OUTPUT PMGCREGR
 41716         CLOSE PMGCREGR
 41717         OPEN I-O PMGCREGR.
 41718     IF WS-STATUT-PMGCREGR NOT = "00"
 41719         DISPLAY "BPRIB07 - ERREUR OUVERTURE PMGCREGR "
 41720                 WS-STATUT-PMGCREGR
 41721         MOVE 12 TO WS-CODE-RETOUR
 41722         GO TO 1500-EXIT.
 41723     MOVE ZERO TO REG-NO-REMISE.
 41724     MOVE "O" TO WS-IND-CTL-REGR.
 41725     READ PMGCREGR
 41726         INVALID KEY
 41727             MOVE "N" TO WS-IND-CTL-REGR
 41728     END-READ.
 41729     IF NOT WS-CTL-REGR-EXISTE
 41730         MOVE SPACES TO REG-CORPS
 41731         MOVE ZERO   TO REG-NO-REMISE
 41732         MOVE ZERO   TO REG-CTL-DERNIER-NO.
 41733     MOVE ZERO TO WS-E.
 41734 1500-BOUCLE.
 41735     ADD 1 TO WS-E.
 41736     IF WS-E > WS-NB-EMET
 41737         GO TO 1500-CONTROLE.
 41738     ADD 1 TO REG-CTL-DERNIER-NO.
 41739     MOVE REG-CTL-DERNIER-NO TO EMT-T-NO-F (WS-E).
 41740     ADD 1 TO REG-CTL-DERNIER-NO.
 41741     MOVE REG-CTL-DERNIER-NO TO EMT-T-NO-S (WS-E).
 41742     GO TO 1500-BOUCLE.
 41743 1500-CONTROLE.
 41744     MOVE WS-DATE-JOUR TO REG-CTL-DT-MAJ.
 41745     MOVE "BPRIB07"    TO REG-CTL-PROG.
 41746     IF NOT WS-CTL-REGR-EXISTE
 41747         GO TO 1500-CREATION-CTL.
 41748     REWRITE REG-ENREG
 41749         INVALID KEY
 41750             GO TO 1500-ERREUR-CTL.
 41751     GO TO 1500-FERMETURE.
 41752 1500-CREATION-CTL.
 41753     WRITE REG-ENREG
 41754         INVALID KEY
 41755             GO TO 1500-ERREUR-CTL.
 41756     GO TO 1500-FERMETURE.
 41757 1500-ERREUR-CTL.
 41758     DISPLAY "BPRIB07 - ERREUR MISE A JOUR PMGCREGR "
 41759             WS-STATUT-PMGCREGR.
 41760     MOVE 12 TO WS-CODE-RETOUR.
 41761 1500-FERMETURE.
 41762     CLOSE PMGCREGR.
 41763 1500-EXIT.
 41764     EXIT.
 41765*
 41800*///////////////////////////////////////////////////////////////
 41900*  2000-RAPPROCHEMENT - FUSION PAR CLE DES ORDRES ET DES TIERS  *
 42000*                       (LES DEUX FICHIERS SONT TRIES PAR       *
 46500*///////////////////////////////////////////////////////////////
 46600 2300-TRAITEMENT-ORDRE SECTION.
 46700 2300-DEBUT.
 46710     IF TIE-CLOS
 46720         PERFORM 2530-REJET-CLOS THRU 2530-EXIT
 46730         GO TO 2300-EXIT.
 46740     PERFORM 2340-CONTROLE-GEL THRU 2340-EXIT.
 46750     IF WS-TIERS-GELE
 46760         PERFORM 2540-ATTENTE-GEL THRU 2540-EXIT
 46770         GO TO 2300-EXIT.
 46800     PERFORM 2320-CONTROLE-CARENCE THRU 2320-EXIT.
 46900     IF WS-TIERS-EN-CARENCE
 47000         PERFORM 2520-ATTENTE-CARENCE THRU 2520-EXIT
 50300*        LES VIREMENTS DE SALAIRES PARTENT DANS LEUR PROPRE
 50400*        REMISE (CONFIDENTIALITE ET OBLIGATION DE RESULTAT)
 50500     IF TIE-SALARIE
 50550         MOVE EMT-T-NO-S (WS-E) TO REM-DET-NO-REMISE
 50600         WRITE RSA-ENREG FROM REM-ENREG
 50700         ADD 1 TO WS-NB-REMIS-S
 50800         ADD ORD-MONTANT TO WS-MT-REMIS-S
 50900         ADD 1 TO EMT-T-NB-S (WS-E)
 51000         ADD ORD-MONTANT TO EMT-T-MT-S (WS-E)
 51100     ELSE
 51150         MOVE EMT-T-NO-F (WS-E) TO REM-DET-NO-REMISE
 51200         WRITE REM-ENREG
 51300         ADD 1 TO WS-NB-REMIS-F
 51400         ADD ORD-MONTANT TO WS-MT-REMIS-F
 55400 2330-EXIT.
 55500     EXIT.
 55600*
 55605*///////////////////////////////////////////////////////////////
 55610*  2340-CONTROLE-GEL - LE TIERS DE L'ORDRE EST-IL BLOQUE PAR    *
 55615*                      LE FILTRAGE DES GELS DES AVOIRS          *
 55620*                      (PMGCGELT, CF BPRIB28) ?                 *
 55625*///////////////////////////////////////////////////////////////
 55630 2340-CONTROLE-GEL SECTION.
 55635 2340-DEBUT.
 55640     MOVE "N" TO WS-IND-TIERS-GEL.
 55645     MOVE ORD-TIE-ID TO GLT-TIE-ID.
 55650     READ PMGCGELT
 55655         INVALID KEY
 55660             GO TO 2340-EXIT.
 55665     MOVE "O" TO WS-IND-TIERS-GEL.
 55670 2340-EXIT.
 55675     EXIT.
 55680*
 55700*/////////////////////////////////////////////////////////////
 55800*  2320-CONTROLE-CARENCE - LE TIERS DE L'ORDRE EST-IL EN       *
 55900*                          PERIODE D'OBSERVATION (PMGCCARE,    *
 63000     WRITE ATC-ENREG.
 63100 2520-EXIT.
 63200     EXIT.
 63210*
 63220*/////////////////////////////////////////////////////////////
 63230*  2530-REJET-CLOS - ECARTEMENT D'UN ORDRE DONT LE TIERS EST  *
 63240*                    CLOS (CF CYWTIER)                        *
 63250*/////////////////////////////////////////////////////////////
 63260 2530-REJET-CLOS SECTION.
 63270 2530-DEBUT.
 63280     ADD 1 TO WS-NB-TIERS-CLOS.
 63290     MOVE SPACES TO REJP-ENREG.
 63300     MOVE "F"    TO REJP-MOTIF.
 63310     PERFORM 2600-ECRIRE-REJET THRU 2600-EXIT.
 63320 2530-EXIT.
 63330     EXIT.
 63340*
 63342*///////////////////////////////////////////////////////////////
 63345*  2540-ATTENTE-GEL - L'ORDRE D'UN TIERS BLOQUE PAR LE          *
 63348*                     FILTRAGE DES GELS EST MIS EN ATTENTE      *
 63351*                     DANS RIBATTG JUSQU'A LA DECISION DE       *
 63354*                     LA CONFORMITE                             *
 63357*///////////////////////////////////////////////////////////////
 63363 2540-ATTENTE-GEL SECTION.
 63366 2540-DEBUT.
 63369     ADD 1 TO WS-NB-GELES.
 63372     MOVE SPACES        TO ATG-ENREG.
 63375     MOVE ORD-TIE-ID    TO ATG-TIE-ID.
 63378     MOVE ORD-MONTANT   TO ATG-MONTANT.
 63381     MOVE ORD-LIBELLE   TO ATG-LIBELLE.
 63384     MOVE ORD-DATE-EXEC TO ATG-DATE-EXEC.
 63387     MOVE ORD-EMET-ID   TO ATG-EMET-ID.
 63389     MOVE GLT-GEL-REF   TO ATG-GEL-REF.
 63391     MOVE GLT-STATUT    TO ATG-STATUT.
 63393     WRITE ATG-ENREG.
 63395 2540-EXIT.
 63397     EXIT.
 63399*
 63400 2600-ECRIRE-REJET SECTION.
 63500 2600-DEBUT.
 63600     ADD 1 TO WS-NB-REJETES.
 66000     MOVE EMT-T-ID (WS-E) TO REM-EMET-ID.
 66100     MOVE EMT-T-NB (WS-E) TO REM-TOT-NB.
 66200     MOVE EMT-T-MT (WS-E) TO REM-TOT-MONTANT.
 66250     MOVE EMT-T-NO-F (WS-E) TO REM-TOT-NO-REMISE.
 66300     WRITE REM-ENREG.
 66400     MOVE SPACES            TO REM-ENREG.
 66500     MOVE "T"               TO REM-TYPE.
 66600     MOVE EMT-T-ID (WS-E)   TO REM-EMET-ID.
 66700     MOVE EMT-T-NB-S (WS-E) TO REM-TOT-NB.
 66800     MOVE EMT-T-MT-S (WS-E) TO REM-TOT-MONTANT.
 66850     MOVE EMT-T-NO-S (WS-E) TO REM-TOT-NO-REMISE.
 66900     WRITE RSA-ENREG FROM REM-ENREG.
 67000     GO TO 3000-BOUCLE.
 67100 3000-GENERAL.
 67300     MOVE "T"           TO REM-TYPE.
 67400     MOVE WS-NB-REMIS-F TO REM-TOT-NB.
 67500     MOVE WS-MT-REMIS-F TO REM-TOT-MONTANT.
 67550     MOVE ZERO          TO REM-TOT-NO-REMISE.
 67600     WRITE REM-ENREG.
 67700     MOVE SPACES        TO REM-ENREG.
 67800     MOVE "T"           TO REM-TYPE.
 67900     MOVE WS-NB-REMIS-S TO REM-TOT-NB.
 68000     MOVE WS-MT-REMIS-S TO REM-TOT-MONTANT.
 68050     MOVE ZERO          TO REM-TOT-NO-REMISE.
 68100     WRITE RSA-ENREG FROM REM-ENREG.
 68200 3000-EXIT.
 68300     EXIT.
 75200     MOVE WS-NB-EN-CARENCE TO TOT-NB.
 75300     MOVE WS-LIGNE-TOTAL TO REMI-LIGNE.
 75400     WRITE REMI-LIGNE.
 75410     MOVE SPACES TO WS-LIGNE-TOTAL.
 75420     MOVE "TIERS CLOS     : " TO TOT-LIBELLE.
 75430     MOVE WS-NB-TIERS-CLOS TO TOT-NB.
 75440     MOVE WS-LIGNE-TOTAL TO REMI-LIGNE.
 75450     WRITE REMI-LIGNE.
 75460     MOVE SPACES TO WS-LIGNE-TOTAL.
 75470     MOVE "BLOQUES (GELS) : " TO TOT-LIBELLE.
 75480     MOVE WS-NB-GELES TO TOT-NB.
 75490     MOVE WS-LIGNE-TOTAL TO REMI-LIGNE.
 75495     WRITE REMI-LIGNE.
 75500 4000-EXIT.
 75600     EXIT.
 75700*
 77100     MOVE EMT-T-LIBELLE (WS-E) TO EML-LIBELLE.
 77200     MOVE EMT-T-NB (WS-E)      TO EML-NB.
 77300     MOVE EMT-T-MT (WS-E)      TO EML-MONTANT.
 77350     MOVE EMT-T-NO-F (WS-E)    TO EML-NO-REMISE.
 77400     MOVE WS-LIGNE-EMETTEUR TO REMI-LIGNE.
 77500     WRITE REMI-LIGNE.
 77600     MOVE "S"                  TO EML-POP.
 77700     MOVE EMT-T-NB-S (WS-E)    TO EML-NB.
 77800     MOVE EMT-T-MT-S (WS-E)    TO EML-MONTANT.
 77850     MOVE EMT-T-NO-S (WS-E)    TO EML-NO-REMISE.
 77900     MOVE WS-LIGNE-EMETTEUR TO REMI-LIGNE.
 78000     WRITE REMI-LIGNE.
 78100     GO TO 4100-BOUCLE.
 79400     CLOSE RIBREJP.
 79500     CLOSE PMGLREMI.
 79600     CLOSE RIBATTC.
 79610     CLOSE RIBATTG.
 79620     CLOSE PMGCGELT.
 79700     IF WS-CARENCE-ACTIVE
 79800         CLOSE PMGCCARE.
 79900     DISPLAY "BPRIB07 - ORDRES LUS     : " WS-NB-ORDRES.
 80400     DISPLAY "BPRIB07 - TIERS INCONNUS : " WS-NB-INCONNUS.
 80500     DISPLAY "BPRIB07 - SANS EMETTEUR  : " WS-NB-SANS-EMET.
 80600     DISPLAY "BPRIB07 - EN CARENCE     : " WS-NB-EN-CARENCE.
 80610     DISPLAY "BPRIB07 - TIERS CLOS     : " WS-NB-TIERS-CLOS.
 80620     DISPLAY "BPRIB07 - BLOQUES (GELS) : " WS-NB-GELES.
 80700 9000-EXIT.
 80800     EXIT.
 80900*
