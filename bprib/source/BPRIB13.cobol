  4100*                   BLANC) EST RETENU, ET LA DATE ET LE NOMBRE
  4200*                   DE VIREMENTS DE LA REMISE SONT RAPPELES
  4300*                   SUR L'ETAT
  4310*   2026-10-15 JLB  LE COMPTE EMETTEUR DU DETAIL DE REMISE ET
  4320*                   LA DATE DE LA REMISE SONT REPORTES SUR LE
  4330*                   VIREMENT REVENU (RIBREJP), POUR LA
  4340*                   CONTRE-PASSATION PAR L'INTERFACE COMPTABLE
  4350*                   BPRIB23
  4360*   2026-10-15 JLB  RAPPROCHEMENT SUR LE NUMERO DE LA REMISE
  4370*                   (REGISTRE PMGCREGR) QUAND LA BANQUE LE
  4380*                   RESTITUE, LA DATE SEULE NE DISTINGUANT PAS
  4385*                   UNE REMISE DE SA REGENERATION ; NUMERO
  4390*                   REPORTE DANS RIBREJP, SUR L'ETAT ET DANS LE
  4395*                   RECAPITULATIF PAR REMISE ET PAR MOTIF
  4400****************************************************************
  4500 ENVIRONMENT DIVISION.
  4600 CONFIGURATION SECTION.
  8700 77  WS-DATE-REMISE             PIC 9(08) VALUE ZERO.
  8800 77  WS-NB-REMISE-TOT           PIC 9(07) VALUE ZERO.
  8900 77  WS-MT-REMISE-TOT           PIC 9(13)V99 VALUE ZERO.
  8950 77  WS-NO-REMISE-RETOUR        PIC 9(08) VALUE ZERO.
  9000 77  WS-G                       PIC 9(02) COMP VALUE ZERO.
  9100*
  9200 01  WS-COMPTEURS.
 10700     05  WS-GRP-TIE-ID          PIC X(10).
 10800     05  WS-NB-GRP              PIC 9(02) COMP VALUE ZERO.
 10900     05  WS-GRP OCCURS 50 TIMES.
 10950         10  GRR-EMET-ID        PIC X(05).
 10960         10  GRR-NO-REMISE      PIC 9(08).
 11000         10  GRR-IBAN           PIC X(34).
 11100         10  GRR-MONTANT        PIC 9(11)V99.
 11200         10  GRR-LIBELLE        PIC X(31).
 11900     05  WS-TAB-MOTIF OCCURS 100 TIMES
 12000                                INDEXED BY WS-IDX.
 12100         10  TMO-DATE-REMISE    PIC 9(08).
 12150         10  TMO-NO-REMISE      PIC 9(08).
 12200         10  TMO-MOTIF          PIC X(04).
 12300         10  TMO-NB             PIC 9(07) COMP.
 12400         10  TMO-MONTANT        PIC 9(13)V99.
 13800     05  DET-MOTIF              PIC X(04).
 13900     05  FILLER                 PIC X(01) VALUE SPACES.
 14000     05  DET-DISPOSITION        PIC X(14).
 14050     05  FILLER                 PIC X(01) VALUE SPACES.
 14060     05  DET-NO-REMISE          PIC 9(08).
 14100     05  FILLER                 PIC X(33) VALUE SPACES.
 14200*
 14300 01  WS-LIGNE-RECAP.
 14400     05  FILLER                 PIC X(03) VALUE SPACES.
 14900     05  RCP-NB                 PIC ZZZZZZ9.
 15000     05  FILLER                 PIC X(10) VALUE "  MONTANT ".
 15100     05  RCP-MONTANT            PIC Z(12)9.99.
 15150     05  FILLER                 PIC X(12) VALUE "  REMISE NO ".
 15160     05  RCP-NO-REMISE          PIC 9(08).
 15200     05  FILLER                 PIC X(51) VALUE SPACES.
 15300*
 15400*    RAPPEL DE LA REMISE RAPPROCHEE (ENTETE ET TOTAL GENERAL
 15500*    DE RIBREMIS), POUR LA JUSTIFICATION COMPTABLE
 18900     05  FILLER                 PIC X(04) VALUE "MOT.".
 19000     05  FILLER                 PIC X(01) VALUE SPACES.
 19100     05  FILLER                 PIC X(14) VALUE "DISPOSITION".
 19150     05  FILLER                 PIC X(01) VALUE SPACES.
 19160     05  FILLER                 PIC X(08) VALUE "NO REM.".
 19200     05  FILLER                 PIC X(33) VALUE SPACES.
 19300*
 19400*
 19500*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 33100         GO TO 2200-RECHERCHE.
 33200     IF GRR-MONTANT (WS-G) NOT = RTB-MONTANT
 33300         GO TO 2200-RECHERCHE.
 33310*        NUMERO DE REMISE RESTITUE PAR LA BANQUE : LE DETAIL
 33320*        DOIT EN PROVENIR (SINON RAPPROCHEMENT SUR LA DATE)
 33330     IF WS-NO-REMISE-RETOUR NOT = ZERO
 33340         AND GRR-NO-REMISE (WS-G) NOT = WS-NO-REMISE-RETOUR
 33350         GO TO 2200-RECHERCHE.
 33400     MOVE "O" TO GRR-IND-APPARIE (WS-G).
 33500     ADD 1 TO WS-NB-RAPPROCHES.
 33600     ADD RTB-MONTANT TO WS-MT-RAPPROCHE.
 37100         GO TO 2300-SAUT.
 37200     ADD 1 TO WS-NB-GRP.
 37300     MOVE WS-NB-GRP TO WS-G.
 37350     MOVE REM-EMET-ID       TO GRR-EMET-ID   (WS-G).
 37360     MOVE ZERO              TO GRR-NO-REMISE (WS-G).
 37370     IF REM-DET-NO-REMISE NUMERIC
 37380         MOVE REM-DET-NO-REMISE TO GRR-NO-REMISE (WS-G).
 37400     MOVE REM-DET-IBAN      TO GRR-IBAN      (WS-G).
 37500     MOVE REM-DET-MONTANT   TO GRR-MONTANT   (WS-G).
 37600     MOVE REM-DET-LIBELLE   TO GRR-LIBELLE   (WS-G).
 40500     MOVE GRR-LIBELLE (WS-G) TO REJP-LIBELLE.
 40600     MOVE GRR-DATE-EXEC (WS-G) TO REJP-DATE-EXEC.
 40700     MOVE RTB-MOTIF          TO REJP-MOTIF-BANQUE.
 40710     MOVE GRR-EMET-ID (WS-G) TO REJP-EMET-ID.
 40720     MOVE RTB-DATE-REMISE    TO REJP-DATE-REMISE.
 40730     MOVE GRR-NO-REMISE (WS-G) TO REJP-NO-REMISE.
 40800     WRITE REJP-ENREG.
 40900 2400-EXIT.
 41000     EXIT.
 41600             MOVE "O" TO WS-IND-FIN-RETOUR
 41700             GO TO 2500-EXIT.
 41800     ADD 1 TO WS-NB-RETOURS.
 41850     MOVE ZERO TO WS-NO-REMISE-RETOUR.
 41860     IF RTB-NO-REMISE NUMERIC
 41870         MOVE RTB-NO-REMISE-N TO WS-NO-REMISE-RETOUR.
 41900 2500-EXIT.
 42000     EXIT.
 42100*
 46200     IF WS-IDX > WS-NB-MOTIFS
 46300         GO TO 2700-CREATION.
 46400     IF TMO-DATE-REMISE (WS-IDX) = RTB-DATE-REMISE
 46450         AND TMO-NO-REMISE (WS-IDX) = WS-NO-REMISE-RETOUR
 46500         AND TMO-MOTIF (WS-IDX) = RTB-MOTIF
 46600         ADD 1 TO TMO-NB (WS-IDX)
 46700         ADD RTB-MONTANT TO TMO-MONTANT (WS-IDX)
 47700     ADD 1 TO WS-NB-MOTIFS.
 47800     SET WS-IDX TO WS-NB-MOTIFS.
 47900     MOVE RTB-DATE-REMISE TO TMO-DATE-REMISE (WS-IDX).
 47950     MOVE WS-NO-REMISE-RETOUR TO TMO-NO-REMISE (WS-IDX).
 48000     MOVE RTB-MOTIF       TO TMO-MOTIF       (WS-IDX).
 48100     MOVE 1               TO TMO-NB          (WS-IDX).
 48200     MOVE RTB-MONTANT     TO TMO-MONTANT     (WS-IDX).
 49000     MOVE RTB-IBAN        TO DET-IBAN.
 49100     MOVE RTB-MONTANT     TO DET-MONTANT.
 49200     MOVE RTB-MOTIF       TO DET-MOTIF.
 49250     MOVE WS-NO-REMISE-RETOUR TO DET-NO-REMISE.
 49300     MOVE WS-LIGNE-DETAIL TO RETB-LIGNE.
 49400     WRITE RETB-LIGNE.
 49500 2800-EXIT.
 55300         GO TO 4000-TOTAUX.
 55400     MOVE TMO-DATE-REMISE (WS-IDX) TO RCP-DATE-REMISE.
 55500     MOVE TMO-MOTIF       (WS-IDX) TO RCP-MOTIF.
 55550     MOVE TMO-NO-REMISE   (WS-IDX) TO RCP-NO-REMISE.
 55600     MOVE TMO-NB          (WS-IDX) TO RCP-NB.
 55700     MOVE TMO-MONTANT     (WS-IDX) TO RCP-MONTANT.
 55800     MOVE WS-LIGNE-RECAP TO RETB-LIGNE.
