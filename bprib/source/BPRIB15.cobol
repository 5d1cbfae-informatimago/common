  2500*       PREMIER PRELEVEMENT DU MANDAT, RCUR ENSUITE ; LE        *
  2600*       PASSAGE EN RECURRENT EST REECRIT DANS PMGCMAND ET       *
  2700*       JOURNALISE AVANT/APRES DANS PMGCJRNM (TYPE "S")         *
  2710*     - L'ORDRE DOIT AVOIR ETE PRE-NOTIFIE AU DEBITEUR DANS LE  *
  2720*       DELAI CONTRACTUEL (PMGCPNOT, ECRIT PAR BPRIB27), SINON  *
  2730*       IL EST ECARTE DANS RIBREJC                              *
  2740*     - LA DATE D'ECHEANCE DU PRELEVEMENT EST REPORTEE SUR LE   *
  2750*       MANDAT COMME DATE DU DERNIER PRELEVEMENT PRESENTE       *
  2800*                                                                *
  2900*   LA REMISE RIBPRELV PORTE UN ENREGISTREMENT DE TOTAL         *
  3000*   (NOMBRE, SOMME DES MONTANTS) ET L'ETAT PMGLPREL REPREND     *
  3400****************************************************************
  3500* MODIFICATIONS
  3600*   2026-09-01 JLB  CREATION INITIALE
  3610*   2026-10-15 JLB  REPORT DU NUMERO DE PRESENTATION DE L'ORDRE
  3620*                   SUR LE DETAIL DE REMISE (REPRESENTATIONS
  3630*                   APRES REJET, CF BPRIB25)
  3640*   2026-10-15 JLB  ECARTEMENT (MOTIF "N") DES ORDRES NON
  3650*                   PRE-NOTIFIES DANS LE DELAI CONTRACTUEL (CF
  3660*                   BPRIB27 ET PMGCPNOT) ; TENUE DE LA DATE DU
  3670*                   DERNIER PRELEVEMENT PRESENTE SUR LE MANDAT
  3680*                   (CADUCITE APRES 36 MOIS, CF BPRIB26)
  3682*   2026-10-15 JLB  NUMEROTATION DE LA REMISE : NUMERO UNIQUE
  3684*                   PRIS AU REGISTRE PMGCREGR, PORTE PAR
  3686*                   L'ENTETE ET LE TOTAL ET EDITE SUR PMGLPREL ;
  3688*                   L'INSCRIPTION AU REGISTRE EST FAITE PAR
  3690*                   BPRIB31
  3692*   2026-10-15 JLB  ECARTEMENT (MOTIF "F") DES ORDRES D'UN TIERS
  3694*                   CLOS PAR LA MAINTENANCE BPRIB22,
  3696*                   REPRESENTATIONS BPRIB25 COMPRISES
  3700****************************************************************
  3800 ENVIRONMENT DIVISION.
  3900 CONFIGURATION SECTION.
  4500     COPY SELECT-PMGCTIER.
  4600     COPY SELECT-PMGCMAND.
  4700     COPY SELECT-PMGCJRNM.
  4750     COPY SELECT-PMGCPNOT.
  4800     COPY SELECT-RIBPRELV.
  4900     COPY SELECT-RIBREJC.
  5000     COPY SELECT-PMGLPREL.
  5100     COPY SELECT-PMGCPILO.
  5200     COPY SELECT-PMGCFINJ.
  5250     COPY SELECT-PMGCREGR.
  5300*
  5400 DATA DIVISION.
  5500 FILE SECTION.
  5700     COPY FD-PMGCTIER.
  5800     COPY FD-PMGCMAND.
  5900     COPY FD-PMGCJRNM.
  5950     COPY FD-PMGCPNOT.
  6000     COPY FD-RIBPRELV.
  6100     COPY FD-RIBREJC.
  6200     COPY FD-PMGLPREL.
  6300     COPY FD-PMGCPILO.
  6400     COPY FD-PMGCFINJ.
  6450     COPY FD-PMGCREGR.
  6500*
  6600 WORKING-STORAGE SECTION.
  6700     COPY CYWRIB.
  7000 77  WS-STATUT-PMGCTIER         PIC XX VALUE SPACES.
  7100 77  WS-STATUT-PMGCMAND         PIC XX VALUE SPACES.
  7200 77  WS-STATUT-PMGCJRNM         PIC XX VALUE SPACES.
  7250 77  WS-STATUT-PMGCPNOT         PIC XX VALUE SPACES.
  7300 77  WS-STATUT-RIBPRELV         PIC XX VALUE SPACES.
  7400 77  WS-STATUT-RIBREJC          PIC XX VALUE SPACES.
  7500 77  WS-STATUT-PMGLPREL         PIC XX VALUE SPACES.
  7550 77  WS-STATUT-PMGCREGR         PIC XX VALUE SPACES.
  7600 77  WS-IND-FIN-ENCA            PIC X VALUE "N".
  7700     88  WS-FIN-ENCA                VALUE "O".
  7800 77  WS-IND-FIN-TIER            PIC X VALUE "N".
  7900     88  WS-FIN-TIER                VALUE "O".
  8000 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  8100 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  8110*    NUMEROTATION DE LA REMISE (CF PMGCREGR/BPRIB31)
  8120 77  WS-NO-REMISE               PIC 9(08) VALUE ZERO.
  8130 77  WS-IND-CTL-REGR            PIC X VALUE "N".
  8140     88  WS-CTL-REGR-EXISTE         VALUE "O".
  8200*
  8300 01  WS-COMPTEURS.
  8400     05  WS-NB-ORDRES           PIC 9(07) COMP VALUE ZERO.
  8800     05  WS-NB-REJETES          PIC 9(07) COMP VALUE ZERO.
  8900     05  WS-NB-INCONNUS         PIC 9(07) COMP VALUE ZERO.
  9000     05  WS-NB-SANS-MANDAT      PIC 9(07) COMP VALUE ZERO.
  9050     05  WS-NB-NON-PRENOTIF     PIC 9(07) COMP VALUE ZERO.
  9060     05  WS-NB-TIERS-CLOS       PIC 9(07) COMP VALUE ZERO.
  9100 01  WS-MONTANTS.
  9200     05  WS-MT-REMIS            PIC 9(13)V99 VALUE ZERO.
  9300     05  WS-MT-REJETE           PIC 9(13)V99 VALUE ZERO.
 11300     05  ENT-DATE               PIC 9(08).
 11400     05  FILLER                 PIC X(03) VALUE " A ".
 11500     05  ENT-HEURE              PIC 9(06).
 11510     05  FILLER                 PIC X(11) VALUE "  REMISE NO".
 11520     05  FILLER                 PIC X(01) VALUE SPACES.
 11530     05  ENT-NO-REMISE          PIC 9(08).
 11600     05  FILLER                 PIC X(78) VALUE SPACES.
 11700*
 11800*
 11900*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 16900                 WS-STATUT-PMGCMAND
 17000         MOVE 12 TO WS-CODE-RETOUR
 17100         GO TO 0000-EXIT.
 17110*        LES PRE-NOTIFICATIONS SONT ECRITES PAR BPRIB27, PASSE
 17120*        AVANT CHAQUE REMISE
 17130     OPEN INPUT PMGCPNOT.
 17140     IF WS-STATUT-PMGCPNOT NOT = "00"
 17150         DISPLAY "BPRIB15 - ERREUR OUVERTURE PMGCPNOT "
 17160                 WS-STATUT-PMGCPNOT
 17170         MOVE 12 TO WS-CODE-RETOUR
 17180         GO TO 0000-EXIT.
 17200     OPEN EXTEND PMGCJRNM.
 17300     IF WS-STATUT-PMGCJRNM NOT = "00"
 17400         OPEN OUTPUT PMGCJRNM.
 17410     PERFORM 1500-NUMEROTATION THRU 1500-EXIT.
 17420     IF WS-CODE-RETOUR = 12
 17430         GO TO 0000-EXIT.
 17500     OPEN OUTPUT RIBPRELV.
 17600     OPEN OUTPUT RIBREJC.
 17700     OPEN OUTPUT PMGLPREL.
 17900     MOVE "E"           TO PRL-TYPE.
 18000     MOVE WS-DATE-JOUR  TO PRL-ENT-DATE-REMISE.
 18100     MOVE WS-HEURE-JOUR TO PRL-ENT-HEURE.
 18150     MOVE WS-NO-REMISE  TO PRL-ENT-NO-REMISE.
 18200     WRITE PRL-ENREG.
 18300     MOVE WS-LIGNE-ENTETE-1 TO PREL-LIGNE.
 18400     WRITE PREL-LIGNE.
 18500     MOVE WS-DATE-JOUR  TO ENT-DATE.
 18600     MOVE WS-HEURE-JOUR TO ENT-HEURE.
 18650     MOVE WS-NO-REMISE  TO ENT-NO-REMISE.
 18700     MOVE WS-LIGNE-ENTETE-2 TO PREL-LIGNE.
 18800     WRITE PREL-LIGNE.
 18900*        CONTROLE DU RIB DU DEBITEUR ET CALCUL DE L'IBAN ET DU
 19300     PERFORM 2200-LECTURE-TIER THRU 2200-EXIT.
 19400 1000-EXIT.
 19500     EXIT.
 19501*
 19502*/////////////////////////////////////////////////////////////
 19503*  1500-NUMEROTATION - ATTRIBUTION DU NUMERO DE LA REMISE A   *
 19504*                      PARTIR DE L'ENREGISTREMENT DE CONTROLE *
 19505*                      DU REGISTRE PMGCREGR (NUMERO ZERO),    *
 19506*                      CREE AU PREMIER PASSAGE ; REGISTRE     *
 19507*                      INDISPONIBLE, PAS DE REMISE            *
 19508*/////////////////////////////////////////////////////////////
 19509 1500-NUMEROTATION SECTION.
 19510 1500-DEBUT.
 19511     OPEN I-O PMGCREGR.
 19512*        PREMIERE REMISE : LE REGISTRE N'EXISTE PAS ENCORE
 19513     IF WS-STATUT-PMGCREGR NOT = "00"
 19514         OPEN OUTPUT PMGCREGR
 19515         CLOSE PMGCREGR
 19516         OPEN I-O PMGCREGR.
 19517     IF WS-STATUT-PMGCREGR NOT = "00"
 19518         DISPLAY "BPRIB15 - ERREUR OUVERTURE PMGCREGR "
 19519                 WS-STATUT-PMGCREGR
 19520         MOVE 12 TO WS-CODE-RETOUR
 19521         GO TO 1500-EXIT.
 19522     MOVE ZERO TO REG-NO-REMISE.
 19523     MOVE "O" TO WS-IND-CTL-REGR.
 19524     READ PMGCREGR
 19525         INVALID KEY
 19526             MOVE "N" TO WS-IND-CTL-REGR
 19527     END-READ.
 19528     IF NOT WS-CTL-REGR-EXISTE
 19529         MOVE SPACES TO REG-CORPS
 19530         MOVE ZERO   TO REG-NO-REMISE
 19531         MOVE ZERO   TO REG-CTL-DERNIER-NO.
 19532     ADD 1 TO REG-CTL-DERNIER-NO.
 19533     MOVE REG-CTL-DERNIER-NO TO WS-NO-REMISE.
 19534     MOVE WS-DATE-JOUR TO REG-CTL-DT-MAJ.
 19535     MOVE "BPRIB15"    TO REG-CTL-PROG.
 19536     IF NOT WS-CTL-REGR-EXISTE
 19537         GO TO 1500-CREATION-CTL.
 19538     REWRITE REG-ENREG
 19539         INVALID KEY
 19540             GO TO 1500-ERREUR-CTL.
 19541     GO TO 1500-FERMETURE.
 19542 1500-CREATION-CTL.
 19543     WRITE REG-ENREG
 19544         INVALID KEY
 19545             GO TO 1500-ERREUR-CTL.
 19546     GO TO 1500-FERMETURE.
 19547 1500-ERREUR-CTL.
 19548     DISPLAY "BPRIB15 - ERREUR MISE A JOUR PMGCREGR "
 19549             WS-STATUT-PMGCREGR.
 19550     MOVE 12 TO WS-CODE-RETOUR.
 19551 1500-FERMETURE.
 19552     CLOSE PMGCREGR.
 19553 1500-EXIT.
 19554     EXIT.
 19555*
 19700*///////////////////////////////////////////////////////////////
 19800*  2000-RAPPROCHEMENT - FUSION PAR CLE DES ORDRES ET DES TIERS  *
 19900*                       (LES DEUX FICHIERS SONT TRIES PAR       *
 23700     EXIT.
 23800*
 23900*///////////////////////////////////////////////////////////////
 24000*  2300-TRAITEMENT-ORDRE - ECARTEMENT DES TIERS CLOS, CONTROLE *
 24050*                          DU MANDAT INVOQUE PUIS DU            *
 24100*                          RIB DU DEBITEUR PAR SBCRIB, ET       *
 24200*                          ECRITURE DU PRELEVEMENT DANS LA      *
 24300*                          REMISE OU DE L'ORDRE DANS LES REJETS *
 24400*///////////////////////////////////////////////////////////////
 24500 2300-TRAITEMENT-ORDRE SECTION.
 24600 2300-DEBUT.
 24610     IF TIE-CLOS
 24620         PERFORM 2450-REJET-CLOS THRU 2450-EXIT
 24630         GO TO 2300-EXIT.
 24700     MOVE ENC-TIE-ID TO MND-TIE-ID.
 24800     MOVE ENC-RUM    TO MND-RUM.
 24900     READ PMGCMAND
 25300     IF MND-REVOQUE OR MND-CADUC
 25400         PERFORM 2500-REJET-MANDAT THRU 2500-EXIT
 25500         GO TO 2300-EXIT.
 25510     MOVE ENC-TIE-ID   TO PNO-TIE-ID.
 25520     MOVE ENC-RUM      TO PNO-RUM.
 25530     MOVE ENC-DATE-ECH TO PNO-DATE-ECH.
 25540     MOVE ENC-MONTANT  TO PNO-MONTANT.
 25550     READ PMGCPNOT
 25560         INVALID KEY
 25570             PERFORM 2550-REJET-PRENOTIF THRU 2550-EXIT
 25580             GO TO 2300-EXIT.
 25590     IF NOT PNO-A-TEMPS
 25591         PERFORM 2550-REJET-PRENOTIF THRU 2550-EXIT
 25592         GO TO 2300-EXIT.
 25600     MOVE TIE-COBANQ  TO RIBECOBANQ.
 25700     MOVE TIE-COGUIC  TO RIBECOGUIC.
 25800     MOVE TIE-DOMICI  TO RIBEDOMICI.
 27300     MOVE ENC-MONTANT   TO PRL-DET-MONTANT.
 27400     MOVE ENC-LIBELLE   TO PRL-DET-LIBELLE.
 27500     MOVE ENC-DATE-ECH  TO PRL-DET-DATE-ECH.
 27510*        UN ORDRE SAISI (NUMERO A BLANC) EST UNE PREMIERE
 27520*        PRESENTATION
 27530     IF ENC-NB-PRES NUMERIC AND ENC-NB-PRES > ZERO
 27540         MOVE ENC-NB-PRES TO PRL-DET-NB-PRES
 27550     ELSE
 27560         MOVE 1 TO PRL-DET-NB-PRES.
 27600     IF MND-PREMIER
 27700         MOVE "FRST" TO PRL-DET-SEQ
 27800         ADD 1 TO WS-NB-FRST
 28200     WRITE PRL-ENREG.
 28300     ADD 1 TO WS-NB-REMIS.
 28400     ADD ENC-MONTANT TO WS-MT-REMIS.
 28410     IF MND-DT-DERN-PREL NOT NUMERIC
 28420         OR ENC-DATE-ECH > MND-DT-DERN-PREL
 28430         MOVE ENC-DATE-ECH TO MND-DT-DERN-PREL.
 28500     IF MND-PREMIER
 28600         PERFORM 2700-PASSAGE-RECURRENT THRU 2700-EXIT
 28610     ELSE
 28620         PERFORM 2750-DERNIER-PRELEVEMENT THRU 2750-EXIT.
 28700 2300-EXIT.
 28800     EXIT.
 28900*
 29500     PERFORM 2800-ECRIRE-REJET THRU 2800-EXIT.
 29600 2400-EXIT.
 29700     EXIT.
 29710*
 29720*///////////////////////////////////////////////////////////////
 29730*  2450-REJET-CLOS - ECARTEMENT D'UN ORDRE DONT LE TIERS EST    *
 29740*                    CLOS (CF CYWTIER)                          *
 29750*///////////////////////////////////////////////////////////////
 29760 2450-REJET-CLOS SECTION.
 29770 2450-DEBUT.
 29780     ADD 1 TO WS-NB-TIERS-CLOS.
 29790     MOVE SPACES TO REJC-ENREG.
 29792     MOVE "F"    TO REJC-MOTIF.
 29794     PERFORM 2800-ECRIRE-REJET THRU 2800-EXIT.
 29796 2450-EXIT.
 29797     EXIT.
 29800*
 29900*///////////////////////////////////////////////////////////////
 30000*  2500-REJET-MANDAT - ECARTEMENT MOTIVE D'UN ORDRE SANS MANDAT *
 31400 2500-EXIT.
 31500     EXIT.
 31600*
 31610*///////////////////////////////////////////////////////////////
 31620*  2550-REJET-PRENOTIF - ECARTEMENT D'UN ORDRE NON PRE-NOTIFIE  *
 31630*                        AU DEBITEUR OU PRE-NOTIFIE HORS DELAI  *
 31640*///////////////////////////////////////////////////////////////
 31650 2550-REJET-PRENOTIF SECTION.
 31660 2550-DEBUT.
 31670     ADD 1 TO WS-NB-NON-PRENOTIF.
 31680     MOVE SPACES TO REJC-ENREG.
 31690     MOVE "N"    TO REJC-MOTIF.
 31692     PERFORM 2800-ECRIRE-REJET THRU 2800-EXIT.
 31694 2550-EXIT.
 31696     EXIT.
 31698*
 31700 2600-REJET-CONTROLE SECTION.
 31800 2600-DEBUT.
 31900     MOVE SPACES TO REJC-ENREG.
 36100 2700-EXIT.
 36200     EXIT.
 36300*
 36310*///////////////////////////////////////////////////////////////
 36320*  2750-DERNIER-PRELEVEMENT - REECRITURE DU MANDAT RECURRENT    *
 36330*                             AVEC LA DATE DU DERNIER           *
 36340*                             PRELEVEMENT PRESENTE (HORS        *
 36350*                             IMAGES DU JOURNAL PMGCJRNM)       *
 36360*///////////////////////////////////////////////////////////////
 36370 2750-DERNIER-PRELEVEMENT SECTION.
 36380 2750-DEBUT.
 36390     REWRITE MND-ENREG
 36391         INVALID KEY
 36392             DISPLAY "BPRIB15 - ERREUR REECRITURE PMGCMAND "
 36393                     WS-STATUT-PMGCMAND.
 36394 2750-EXIT.
 36395     EXIT.
 36396*
 36400 2800-ECRIRE-REJET SECTION.
 36500 2800-DEBUT.
 36600     ADD 1 TO WS-NB-REJETES.
 38400     MOVE "T"         TO PRL-TYPE.
 38500     MOVE WS-NB-REMIS TO PRL-TOT-NB.
 38600     MOVE WS-MT-REMIS TO PRL-TOT-MONTANT.
 38650     MOVE WS-NO-REMISE TO PRL-TOT-NO-REMISE.
 38700     WRITE PRL-ENREG.
 38800 3000-EXIT.
 38900     EXIT.
 43000     MOVE WS-NB-SANS-MANDAT TO TOT-NB.
 43100     MOVE WS-LIGNE-TOTAL TO PREL-LIGNE.
 43200     WRITE PREL-LIGNE.
 43210     MOVE SPACES TO WS-LIGNE-TOTAL.
 43220     MOVE "DONT NON PRENOT: " TO TOT-LIBELLE.
 43230     MOVE WS-NB-NON-PRENOTIF TO TOT-NB.
 43240     MOVE WS-LIGNE-TOTAL TO PREL-LIGNE.
 43250     WRITE PREL-LIGNE.
 43260     MOVE SPACES TO WS-LIGNE-TOTAL.
 43270     MOVE "DONT TIERS CLOS: " TO TOT-LIBELLE.
 43280     MOVE WS-NB-TIERS-CLOS TO TOT-NB.
 43290     MOVE WS-LIGNE-TOTAL TO PREL-LIGNE.
 43295     WRITE PREL-LIGNE.
 43300     MOVE SPACES TO WS-LIGNE-MONTANT.
 43400     MOVE "MONTANT REJETE : " TO MNT-LIBELLE.
 43500     MOVE WS-MT-REJETE TO MNT-MONTANT.
 45100     CLOSE PMGCENCA.
 45200     CLOSE PMGCTIER.
 45300     CLOSE PMGCMAND.
 45350     CLOSE PMGCPNOT.
 45400     CLOSE PMGCJRNM.
 45500     CLOSE RIBPRELV.
 45600     CLOSE RIBREJC.
 45900     DISPLAY "BPRIB15 - PRELEV. REMIS  : " WS-NB-REMIS.
 46000     DISPLAY "BPRIB15 - ORDRES REJETES : " WS-NB-REJETES.
 46100     DISPLAY "BPRIB15 - SANS MANDAT    : " WS-NB-SANS-MANDAT.
 46150     DISPLAY "BPRIB15 - NON PRENOTIFIES: " WS-NB-NON-PRENOTIF.
 46170     DISPLAY "BPRIB15 - TIERS CLOS     : " WS-NB-TIERS-CLOS.
 46200     DISPLAY "BPRIB15 - TIERS INCONNUS : " WS-NB-INCONNUS.
 46300 9000-EXIT.
 46400     EXIT.
