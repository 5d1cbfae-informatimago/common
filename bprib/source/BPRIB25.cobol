   100****************************************************************
   200****************************************************************
   300 IDENTIFICATION DIVISION.
   400 PROGRAM-ID.    BPRIB25.
   500 AUTHOR.        J. LE BIHAN.
   600 INSTALLATION.  DIRECTION INFORMATIQUE - SERVICE PAIEMENTS.
   700 DATE-WRITTEN.  15/10/2026.
   800 DATE-COMPILED.
   900****************************************************************
  1000*                                                                *
  1100*   BPRIB25 - TRAITEMENT DES REJETS ET RETOURS DE PRELEVEMENTS   *
  1200*             SEPA RENVOYES PAR LA BANQUE                        *
  1300*                                                                *
  1400*   LIT LE FICHIER DES REJETS RIBRETP (TRIE PAR RTP-TIE-ID) ET   *
  1500*   LE RAPPROCHE DES DETAILS DE LA REMISE DE PRELEVEMENTS        *
  1600*   RIBPRELV (TRIES PAR TIERS EUX AUSSI) SUR LE TIERS, LA RUM    *
  1700*   ET LE MONTANT, COMME BPRIB13 POUR LES VIREMENTS. LES         *
  1800*   CONSEQUENCES D'UN REJET RAPPROCHE DEPENDENT DE SON MOTIF     *
  1900*   (CF TABLE WS-TABLE-MOTIFS) :                                 *
  2000*     - MANDAT INEXISTANT (MD01) : LE MANDAT PASSE REVOQUE,      *
  2100*       DEBITEUR DECEDE (MD07) : LE MANDAT PASSE CADUC ; LA      *
  2200*       MISE A JOUR DE PMGCMAND EST JOURNALISEE AVANT/APRES      *
  2300*       DANS PMGCJRNM (TYPE "R" OU "K")                          *
  2400*     - COMPTE CLOS OU ERRONE (AC04, AC01) : LE TIERS EST MARQUE *
  2500*       EN ANOMALIE (TIE-IND-ANOM) DANS LA RECOPIE PMGCTIEN DE   *
  2600*       PMGCTIER, POUR RESSORTIR AU PROCHAIN CONTROLE BPRIB01    *
  2700*     - PROVISION INSUFFISANTE OU MOTIF NON COMMUNIQUE (AM04,    *
  2800*       MS03) : L'ENCAISSEMENT EST REPRESENTABLE ET EST ECRIT    *
  2900*       DANS RIBREPC (FORMAT PMGCENCA) AVEC SON NUMERO DE        *
  3000*       PRESENTATION, TANT QUE LE NOMBRE MAXIMUM DE              *
  3100*       PRESENTATIONS (PARAMETRE RIBRTPP) N'EST PAS ATTEINT ;    *
  3110*       LA REPRESENTATION PORTE L'ECHEANCE DU PARAMETRE RIBRTPP, *
  3120*       POUR ETRE PRE-NOTIFIEE A SON TOUR PAR BPRIB27            *
  3200*     - LES AUTRES MOTIFS (OPPOSITION, REMBOURSEMENT...) SONT    *
  3300*       DES IMPAYES DEFINITIFS, A RECOUVRER                      *
  3400*   UN PRELEVEMENT FRST REJETE SUR UN MANDAT TOUJOURS ACTIF      *
  3500*   REMET LE MANDAT EN SEQUENCE PREMIER PRELEVEMENT (JOURNAL     *
  3600*   TYPE "S"), POUR QUE LA PRESENTATION SUIVANTE PAR BPRIB15     *
  3700*   SOIT A NOUVEAU EMISE EN FRST ET NON EN RCUR.                 *
  3800*                                                                *
  3900*   L'ETAT PMGLRETP LISTE CHAQUE REJET AVEC SA DISPOSITION PUIS  *
  4000*   RECAPITULE PAR MOTIF LES MONTANTS IMPAYES, REPRESENTES ET A  *
  4100*   RECOUVRER, POUR LE SERVICE DU RECOUVREMENT.                  *
  4110*                                                                *
  4120*   RIBRTPP EST OBLIGATOIRE ET SON ECHEANCE DOIT ETRE            *
  4130*   POSTERIEURE A LA DATE DU JOUR, SINON CODE RETOUR 12 AVANT    *
  4140*   TOUTE MISE A JOUR : UNE REPRESENTATION A L'ECHEANCE          *
  4150*   D'ORIGINE, DEJA PASSEE, SERAIT VUE COMME DEJA PRE-NOTIFIEE.  *
  4200*                                                                *
  4300****************************************************************
  4400* MODIFICATIONS
  4500*   2026-10-15 JLB  CREATION INITIALE
  4600****************************************************************
  4700 ENVIRONMENT DIVISION.
  4800 CONFIGURATION SECTION.
  4900 SOURCE-COMPUTER. LEVEL-64.
  5000 OBJECT-COMPUTER. LEVEL-64.
  5100 INPUT-OUTPUT SECTION.
  5200 FILE-CONTROL.
  5300     COPY SELECT-RIBRTPP.
  5400     COPY SELECT-RIBRETP.
  5500     COPY SELECT-RIBPRELV.
  5600     COPY SELECT-PMGCTIER.
  5700     COPY SELECT-PMGCTIEN.
  5800     COPY SELECT-PMGCMAND.
  5900     COPY SELECT-PMGCJRNM.
  6000     COPY SELECT-RIBREPC.
  6100     COPY SELECT-PMGLRETP.
  6200     COPY SELECT-PMGCPILO.
  6300     COPY SELECT-PMGCFINJ.
  6400*
  6500 DATA DIVISION.
  6600 FILE SECTION.
  6700     COPY FD-RIBRTPP.
  6800     COPY FD-RIBRETP.
  6900     COPY FD-RIBPRELV.
  7000     COPY FD-PMGCTIER.
  7100     COPY FD-PMGCTIEN.
  7200     COPY FD-PMGCMAND.
  7300     COPY FD-PMGCJRNM.
  7400     COPY FD-RIBREPC.
  7500     COPY FD-PMGLRETP.
  7600     COPY FD-PMGCPILO.
  7700     COPY FD-PMGCFINJ.
  7800*
  7900 WORKING-STORAGE SECTION.
  8000 77  WS-STATUT-RIBRTPP          PIC XX VALUE SPACES.
  8100 77  WS-STATUT-RIBRETP          PIC XX VALUE SPACES.
  8200 77  WS-STATUT-RIBPRELV         PIC XX VALUE SPACES.
  8300 77  WS-STATUT-PMGCTIER         PIC XX VALUE SPACES.
  8400 77  WS-STATUT-PMGCTIEN         PIC XX VALUE SPACES.
  8500 77  WS-STATUT-PMGCMAND         PIC XX VALUE SPACES.
  8600 77  WS-STATUT-PMGCJRNM         PIC XX VALUE SPACES.
  8700 77  WS-STATUT-RIBREPC          PIC XX VALUE SPACES.
  8800 77  WS-STATUT-PMGLRETP         PIC XX VALUE SPACES.
  8900 77  WS-IND-FIN-REJET           PIC X VALUE "N".
  9000     88  WS-FIN-REJET               VALUE "O".
  9100 77  WS-IND-FIN-REMISE          PIC X VALUE "N".
  9200     88  WS-FIN-REMISE              VALUE "O".
  9300 77  WS-IND-FIN-TIER            PIC X VALUE "N".
  9400     88  WS-FIN-TIER                VALUE "O".
  9500 77  WS-IND-ANOM-TIERS          PIC X VALUE "N".
  9600 77  WS-IND-REPRESENTE          PIC X VALUE "N".
  9700 77  WS-DATE-JOUR               PIC 9(08) VALUE ZERO.
  9800 77  WS-HEURE-JOUR              PIC 9(06) VALUE ZERO.
  9900 77  WS-DATE-REMISE             PIC 9(08) VALUE ZERO.
 10000 77  WS-G                       PIC 9(02) COMP VALUE ZERO.
 10100 77  WS-M                       PIC 9(02) COMP VALUE ZERO.
 10200*
 10300*    PARAMETRES DES REPRESENTATIONS (CF RIBRTPP) : PAR DEFAUT
 10400*    DEUX PRESENTATIONS AU PLUS ; ECHEANCE OBLIGATOIRE
 10500 77  WS-NB-MAX-PRES             PIC 9(02) VALUE 2.
 10600 77  WS-DATE-ECH-REPR           PIC 9(08) VALUE ZERO.
 10700 77  WS-NB-PRES                 PIC 9(02) VALUE ZERO.
 10800*
 10900 01  WS-COMPTEURS.
 11000     05  WS-NB-REJETS           PIC 9(07) COMP VALUE ZERO.
 11100     05  WS-NB-RAPPROCHES       PIC 9(07) COMP VALUE ZERO.
 11200     05  WS-NB-NON-RAPPROCHES   PIC 9(07) COMP VALUE ZERO.
 11300     05  WS-NB-SANS-TIERS       PIC 9(07) COMP VALUE ZERO.
 11400     05  WS-NB-TIERS            PIC 9(07) COMP VALUE ZERO.
 11500     05  WS-NB-TIERS-ANOM       PIC 9(07) COMP VALUE ZERO.
 11600     05  WS-NB-REVOQUES         PIC 9(07) COMP VALUE ZERO.
 11700     05  WS-NB-CADUCS           PIC 9(07) COMP VALUE ZERO.
 11800     05  WS-NB-MANDAT-ABSENT    PIC 9(07) COMP VALUE ZERO.
 11900     05  WS-NB-RETOUR-FRST      PIC 9(07) COMP VALUE ZERO.
 12000     05  WS-NB-REPRESENTES      PIC 9(07) COMP VALUE ZERO.
 12100     05  WS-NB-MAX-ATTEINT      PIC 9(07) COMP VALUE ZERO.
 12200     05  WS-NB-ECARTS           PIC 9(07) COMP VALUE ZERO.
 12300 01  WS-MONTANTS.
 12400     05  WS-MT-REJETE           PIC 9(13)V99 VALUE ZERO.
 12500     05  WS-MT-RAPPROCHE        PIC 9(13)V99 VALUE ZERO.
 12600     05  WS-MT-REPRESENTE       PIC 9(13)V99 VALUE ZERO.
 12700     05  WS-MT-IMPAYE           PIC 9(13)V99 VALUE ZERO.
 12800     05  WS-MT-NON-RAPPROCHE    PIC 9(13)V99 VALUE ZERO.
 12900*
 13000*    GROUPE DES DETAILS DE REMISE DU TIERS EN COURS (RIBPRELV
 13100*    EST ECRIT PAR BPRIB15 EN ORDRE DE TIERS CROISSANT)
 13200 01  WS-GROUPE.
 13300     05  WS-NB-GRP              PIC 9(02) COMP VALUE ZERO.
 13400     05  WS-GRP OCCURS 50 TIMES.
 13500         10  GRP-RUM            PIC X(35).
 13600         10  GRP-MONTANT        PIC 9(11)V99.
 13700         10  GRP-LIBELLE        PIC X(31).
 13800         10  GRP-DATE-ECH       PIC 9(08).
 13900         10  GRP-SEQ            PIC X(04).
 14000         10  GRP-NB-PRES        PIC 9(02).
 14100         10  GRP-IND-APPARIE    PIC X(01).
 14200*
 14300*    MOTIFS DE REJET SEPA (CODES ISO) ET LEUR CONSEQUENCE :
 14400*      P = ENCAISSEMENT REPRESENTABLE
 14500*      R = MANDAT A REVOQUER
 14600*      K = MANDAT A RENDRE CADUC
 14700*      A = TIERS A METTRE EN ANOMALIE (COMPTE A CORRIGER)
 14800*      N = IMPAYE DEFINITIF, SANS AUTRE CONSEQUENCE
 14900*    UN MOTIF ABSENT DE LA TABLE EST TRAITE EN IMPAYE DEFINITIF
 15000 01  WS-TABLE-MOTIFS.
 15100     05  FILLER                 PIC X(04) VALUE "AM04".
 15200     05  FILLER                 PIC X(01) VALUE "P".
 15300     05  FILLER                 PIC X(20) VALUE
 15400         "PROVISION INSUFFIS.".
 15500     05  FILLER                 PIC X(04) VALUE "MS03".
 15600     05  FILLER                 PIC X(01) VALUE "P".
 15700     05  FILLER                 PIC X(20) VALUE
 15800         "MOTIF NON COMMUNIQUE".
 15900     05  FILLER                 PIC X(04) VALUE "MD01".
 16000     05  FILLER                 PIC X(01) VALUE "R".
 16100     05  FILLER                 PIC X(20) VALUE
 16200         "MANDAT INEXISTANT".
 16300     05  FILLER                 PIC X(04) VALUE "MD07".
 16400     05  FILLER                 PIC X(01) VALUE "K".
 16500     05  FILLER                 PIC X(20) VALUE
 16600         "DEBITEUR DECEDE".
 16700     05  FILLER                 PIC X(04) VALUE "AC04".
 16800     05  FILLER                 PIC X(01) VALUE "A".
 16900     05  FILLER                 PIC X(20) VALUE
 17000         "COMPTE CLOS".
 17100     05  FILLER                 PIC X(04) VALUE "AC01".
 17200     05  FILLER                 PIC X(01) VALUE "A".
 17300     05  FILLER                 PIC X(20) VALUE
 17400         "COMPTE ERRONE".
 17500     05  FILLER                 PIC X(04) VALUE "AC06".
 17600     05  FILLER                 PIC X(01) VALUE "N".
 17700     05  FILLER                 PIC X(20) VALUE
 17800         "COMPTE BLOQUE".
 17900     05  FILLER                 PIC X(04) VALUE "MS02".
 18000     05  FILLER                 PIC X(01) VALUE "N".
 18100     05  FILLER                 PIC X(20) VALUE
 18200         "OPPOSITION DEBITEUR".
 18300     05  FILLER                 PIC X(04) VALUE "MD06".
 18400     05  FILLER                 PIC X(01) VALUE "N".
 18500     05  FILLER                 PIC X(20) VALUE
 18600         "REMBOURST DEMANDE".
 18700     05  FILLER                 PIC X(04) VALUE "SL01".
 18800     05  FILLER                 PIC X(01) VALUE "N".
 18900     05  FILLER                 PIC X(20) VALUE
 19000         "SERVICE SPECIFIQUE".
 19100 01  WS-TABLE-MOTIFS-R REDEFINES WS-TABLE-MOTIFS.
 19200     05  WS-MOTIF-REF OCCURS 10 TIMES.
 19300         10  MRF-CODE           PIC X(04).
 19400         10  MRF-ACTION         PIC X(01).
 19500         10  MRF-LIBELLE        PIC X(20).
 19600 77  WS-ACTION                  PIC X(01) VALUE SPACES.
 19700 77  WS-LIB-MOTIF               PIC X(20) VALUE SPACES.
 19800*
 19900*    RECAPITULATIF DES IMPAYES RAPPROCHES PAR MOTIF DE REJET
 20000 01  WS-TABLE-IMPAYES.
 20100     05  WS-NB-IMPAYES          PIC 9(03) COMP VALUE ZERO.
 20200     05  WS-TAB-IMPAYE OCCURS 50 TIMES
 20300                                INDEXED BY WS-IDX.
 20400         10  TIM-MOTIF          PIC X(04).
 20500         10  TIM-LIBELLE        PIC X(20).
 20600         10  TIM-NB             PIC 9(07) COMP.
 20700         10  TIM-MONTANT        PIC 9(13)V99.
 20800         10  TIM-MT-REPRESENTE  PIC 9(13)V99.
 20900         10  TIM-MT-IMPAYE      PIC 9(13)V99.
 21000*
 21100 01  WS-LIGNE-DETAIL.
 21200     05  FILLER                 PIC X(01) VALUE SPACES.
 21300     05  DET-DATE-REMISE        PIC 9(08).
 21400     05  FILLER                 PIC X(01) VALUE SPACES.
 21500     05  DET-TIE-ID             PIC X(10).
 21600     05  FILLER                 PIC X(01) VALUE SPACES.
 21700     05  DET-RUM                PIC X(35).
 21800     05  FILLER                 PIC X(01) VALUE SPACES.
 21900     05  DET-MONTANT            PIC Z(10)9.99.
 22000     05  FILLER                 PIC X(01) VALUE SPACES.
 22100     05  DET-MOTIF              PIC X(04).
 22200     05  FILLER                 PIC X(01) VALUE SPACES.
 22300     05  DET-SEQ                PIC X(04).
 22400     05  FILLER                 PIC X(01) VALUE SPACES.
 22500     05  DET-NB-PRES            PIC ZZ.
 22600     05  FILLER                 PIC X(01) VALUE SPACES.
 22700     05  DET-DISPOSITION        PIC X(16).
 22800     05  FILLER                 PIC X(01) VALUE SPACES.
 22900     05  DET-MANDAT             PIC X(14).
 23000     05  FILLER                 PIC X(16) VALUE SPACES.
 23100*
 23200 01  WS-LIGNE-TITRE-RECAP.
 23300     05  FILLER                 PIC X(03) VALUE SPACES.
 23400     05  FILLER                 PIC X(50) VALUE
 23500         "MONTANTS IMPAYES PAR MOTIF DE REJET (RAPPROCHES)".
 23600     05  FILLER                 PIC X(79) VALUE SPACES.
 23700 01  WS-LIGNE-RECAP.
 23800     05  FILLER                 PIC X(03) VALUE SPACES.
 23900     05  RCP-MOTIF              PIC X(04).
 24000     05  FILLER                 PIC X(02) VALUE SPACES.
 24100     05  RCP-LIBELLE            PIC X(20).
 24200     05  FILLER                 PIC X(04) VALUE " NB ".
 24300     05  RCP-NB                 PIC ZZZZZZ9.
 24400     05  FILLER                 PIC X(09) VALUE " MONTANT ".
 24500     05  RCP-MONTANT            PIC Z(12)9.99.
 24600     05  FILLER                 PIC X(12) VALUE " REPRESENTE ".
 24700     05  RCP-MT-REPRESENTE      PIC Z(12)9.99.
 24800     05  FILLER                 PIC X(13) VALUE " A RECOUVRER ".
 24900     05  RCP-MT-IMPAYE          PIC Z(12)9.99.
 25000     05  FILLER                 PIC X(10) VALUE SPACES.
 25100*
 25200 01  WS-LIGNE-TOTAL.
 25300     05  FILLER                 PIC X(20) VALUE SPACES.
 25400     05  TOT-LIBELLE            PIC X(20).
 25500     05  TOT-NB                 PIC ZZZZZZ9.
 25600     05  FILLER                 PIC X(85) VALUE SPACES.
 25700 01  WS-LIGNE-MONTANT.
 25800     05  FILLER                 PIC X(20) VALUE SPACES.
 25900     05  MNT-LIBELLE            PIC X(20).
 26000     05  MNT-MONTANT            PIC Z(12)9.99.
 26100     05  FILLER                 PIC X(76) VALUE SPACES.
 26200*
 26300 01  WS-LIGNE-ENTETE-1.
 26400     05  FILLER                 PIC X(44) VALUE
 26500         "ETAT DES REJETS DE PRELEVEMENTS - BPRIB25".
 26600     05  FILLER                 PIC X(88) VALUE SPACES.
 26700 01  WS-LIGNE-ENTETE-2.
 26800     05  FILLER                 PIC X(01) VALUE SPACES.
 26900     05  FILLER                 PIC X(08) VALUE "REMISE".
 27000     05  FILLER                 PIC X(01) VALUE SPACES.
 27100     05  FILLER                 PIC X(10) VALUE "ID TIERS".
 27200     05  FILLER                 PIC X(01) VALUE SPACES.
 27300     05  FILLER                 PIC X(35) VALUE "RUM".
 27400     05  FILLER                 PIC X(01) VALUE SPACES.
 27500     05  FILLER                 PIC X(14) VALUE "       MONTANT".
 27600     05  FILLER                 PIC X(01) VALUE SPACES.
 27700     05  FILLER                 PIC X(04) VALUE "MOT.".
 27800     05  FILLER                 PIC X(01) VALUE SPACES.
 27900     05  FILLER                 PIC X(04) VALUE "SEQ".
 28000     05  FILLER                 PIC X(01) VALUE SPACES.
 28100     05  FILLER                 PIC X(02) VALUE "NP".
 28200     05  FILLER                 PIC X(01) VALUE SPACES.
 28300     05  FILLER                 PIC X(16) VALUE "DISPOSITION".
 28400     05  FILLER                 PIC X(01) VALUE SPACES.
 28500     05  FILLER                 PIC X(14) VALUE "MANDAT".
 28600     05  FILLER                 PIC X(16) VALUE SPACES.
 28700*
 28800*
 28900*    CODE CONDITION ET FIN DE JOB (CF PMGCPILO/PMGCFINJ)
 29000 77  WS-STATUT-PMGCPILO        PIC XX VALUE SPACES.
 29100 77  WS-STATUT-PMGCFINJ        PIC XX VALUE SPACES.
 29200 77  WS-CODE-RETOUR            PIC 9(02) VALUE ZERO.
 29300 77  WS-SEUIL-REJET            PIC 9(03)V99 VALUE 100.
 29400 77  WS-TAUX-REJET             PIC 9(03)V99 VALUE ZERO.
 29500*
 29600 PROCEDURE DIVISION.
 29700*
 29800*///////////////////////////////////////////////////////////////
 29900*  0000-MAINLINE                                                *
 30000*///////////////////////////////////////////////////////////////
 30100 0000-MAINLINE SECTION.
 30200 0000-DEBUT.
 30300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
 30400     PERFORM 2000-TRAITEMENT THRU 2000-EXIT
 30500         UNTIL WS-FIN-TIER.
 30600     PERFORM 3000-REJETS-RESTANTS THRU 3000-EXIT.
 30700     PERFORM 4000-EDITION-RECAP THRU 4000-EXIT.
 30800     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
 30900 0000-EXIT.
 31000     PERFORM 9500-FIN-DE-JOB THRU 9500-EXIT.
 31100     MOVE WS-CODE-RETOUR TO RETURN-CODE.
 31200     STOP RUN.
 31300*
 31400*///////////////////////////////////////////////////////////////
 31500*  1000-INITIALISATION - PARAMETRES, OUVERTURE DES FICHIERS,    *
 31600*                        ENTETE ET PREMIERES LECTURES           *
 31700*///////////////////////////////////////////////////////////////
 31800 1000-INITIALISATION SECTION.
 31900 1000-DEBUT.
 32000     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
 32100     ACCEPT WS-HEURE-JOUR FROM TIME.
 32200     PERFORM 1100-LIRE-PARAMETRES THRU 1100-EXIT.
 32300     OPEN INPUT RIBRETP.
 32400     IF WS-STATUT-RIBRETP NOT = "00"
 32500         DISPLAY "BPRIB25 - ERREUR OUVERTURE RIBRETP "
 32600                 WS-STATUT-RIBRETP
 32700         MOVE 12 TO WS-CODE-RETOUR
 32800         GO TO 0000-EXIT.
 32900     OPEN INPUT RIBPRELV.
 33000     IF WS-STATUT-RIBPRELV NOT = "00"
 33100         DISPLAY "BPRIB25 - ERREUR OUVERTURE RIBPRELV "
 33200                 WS-STATUT-RIBPRELV
 33300         MOVE 12 TO WS-CODE-RETOUR
 33400         GO TO 0000-EXIT.
 33500     OPEN INPUT PMGCTIER.
 33600     IF WS-STATUT-PMGCTIER NOT = "00"
 33700         DISPLAY "BPRIB25 - ERREUR OUVERTURE PMGCTIER "
 33800                 WS-STATUT-PMGCTIER
 33900         MOVE 12 TO WS-CODE-RETOUR
 34000         GO TO 0000-EXIT.
 34100     OPEN OUTPUT PMGCTIEN.
 34200     IF WS-STATUT-PMGCTIEN NOT = "00"
 34300         DISPLAY "BPRIB25 - ERREUR OUVERTURE PMGCTIEN "
 34400                 WS-STATUT-PMGCTIEN
 34500         MOVE 12 TO WS-CODE-RETOUR
 34600         GO TO 0000-EXIT.
 34700*        LA TABLE DES MANDATS EST OUVERTE EN MISE A JOUR POUR LES
 34800*        REVOCATIONS, CADUCITES ET RETOURS EN SEQUENCE FRST
 34900     OPEN I-O PMGCMAND.
 35000     IF WS-STATUT-PMGCMAND NOT = "00"
 35100         DISPLAY "BPRIB25 - ERREUR OUVERTURE PMGCMAND "
 35200                 WS-STATUT-PMGCMAND
 35300         MOVE 12 TO WS-CODE-RETOUR
 35400         GO TO 0000-EXIT.
 35500     OPEN EXTEND PMGCJRNM.
 35600     IF WS-STATUT-PMGCJRNM NOT = "00"
 35700         OPEN OUTPUT PMGCJRNM.
 35800     OPEN OUTPUT RIBREPC.
 35900     OPEN OUTPUT PMGLRETP.
 36000     MOVE WS-LIGNE-ENTETE-1 TO RETP-LIGNE.
 36100     WRITE RETP-LIGNE.
 36200     MOVE WS-LIGNE-ENTETE-2 TO RETP-LIGNE.
 36300     WRITE RETP-LIGNE.
 36400     PERFORM 2500-LECTURE-REJET THRU 2500-EXIT.
 36500     PERFORM 2550-LECTURE-REMISE THRU 2550-EXIT.
 36600     PERFORM 2100-LECTURE-TIER THRU 2100-EXIT.
 36700 1000-EXIT.
 36800     EXIT.
 36900*
 37000*///////////////////////////////////////////////////////////////
 37100*  1100-LIRE-PARAMETRES - NOMBRE MAXIMUM DE PRESENTATIONS ET    *
 37200*                         ECHEANCE DES REPRESENTATIONS (RIBRTPP *
 37300*                         OBLIGATOIRE, ECHEANCE A VENIR)        *
 37400*///////////////////////////////////////////////////////////////
 37500 1100-LIRE-PARAMETRES SECTION.
 37600 1100-DEBUT.
 37700     OPEN INPUT RIBRTPP.
 37800     IF WS-STATUT-RIBRTPP NOT = "00"
 37900         DISPLAY "BPRIB25 - ERREUR OUVERTURE RIBRTPP "
 38000                 WS-STATUT-RIBRTPP
 38010         MOVE 12 TO WS-CODE-RETOUR
 38100         GO TO 0000-EXIT.
 38200     READ RIBRTPP
 38300         AT END
 38400             MOVE SPACES TO RTPP-ENREG.
 38600     CLOSE RIBRTPP.
 38800     IF RTPP-NB-MAX-PRES NUMERIC AND RTPP-NB-MAX-PRES > ZERO
 38900         MOVE RTPP-NB-MAX-PRES TO WS-NB-MAX-PRES.
 38910*        L'ECHEANCE D'ORIGINE EST PASSEE : REPRESENTER A CETTE
 38920*        DATE ECHAPPERAIT A LA PRE-NOTIFICATION (BPRIB27, BPRIB15)
 39000     IF RTPP-DATE-ECH NOT NUMERIC
 39010         OR RTPP-DATE-ECH NOT > WS-DATE-JOUR
 39020         DISPLAY "BPRIB25 - ECHEANCE RIBRTPP ABSENTE OU NON "
 39030                 "POSTERIEURE A LA DATE DU JOUR"
 39040         MOVE 12 TO WS-CODE-RETOUR
 39050         GO TO 0000-EXIT.
 39100     MOVE RTPP-DATE-ECH TO WS-DATE-ECH-REPR.
 39300 1100-EXIT.
 39400     EXIT.
 39500*
 39600*///////////////////////////////////////////////////////////////
 39700*  2000-TRAITEMENT - RAPPROCHEMENT DES REJETS DU TIERS EN COURS *
 39800*                    AVEC LES DETAILS DE LA REMISE, PUIS        *
 39900*                    RECOPIE DU TIERS (MARQUE EN ANOMALIE OU    *
 40000*                    NON) DANS PMGCTIEN                         *
 40100*///////////////////////////////////////////////////////////////
 40200 2000-TRAITEMENT SECTION.
 40300 2000-DEBUT.
 40400     ADD 1 TO WS-NB-TIERS.
 40500     MOVE "N" TO WS-IND-ANOM-TIERS.
 40600 2000-RETARD.
 40700*        REJETS SUR UN TIERS INCONNU DE PMGCTIER
 40800     IF NOT WS-FIN-REJET AND RTP-TIE-ID < TIE-ID
 40900         PERFORM 3100-REJET-SANS-TIERS THRU 3100-EXIT
 41000         PERFORM 2500-LECTURE-REJET THRU 2500-EXIT
 41100         GO TO 2000-RETARD.
 41200     IF WS-FIN-REJET OR RTP-TIE-ID > TIE-ID
 41300         GO TO 2000-RECOPIE.
 41400     PERFORM 2300-CHARGER-GROUPE THRU 2300-EXIT.
 41500 2000-REJETS.
 41600     IF WS-FIN-REJET OR RTP-TIE-ID NOT = TIE-ID
 41700         GO TO 2000-RECOPIE.
 41800     PERFORM 2200-TRAITER-REJET THRU 2200-EXIT.
 41900     PERFORM 2500-LECTURE-REJET THRU 2500-EXIT.
 42000     GO TO 2000-REJETS.
 42100 2000-RECOPIE.
 42200     IF WS-IND-ANOM-TIERS = "O"
 42300         MOVE "O" TO TIE-IND-ANOM
 42400         ADD 1 TO WS-NB-TIERS-ANOM.
 42500     WRITE TIN-ENREG FROM TIE-ENREG.
 42600     PERFORM 2100-LECTURE-TIER THRU 2100-EXIT.
 42700 2000-EXIT.
 42800     EXIT.
 42900*
 43000 2100-LECTURE-TIER SECTION.
 43100 2100-DEBUT.
 43200     READ PMGCTIER
 43300         AT END
 43400             MOVE "O" TO WS-IND-FIN-TIER
 43500             GO TO 2100-EXIT.
 43600 2100-EXIT.
 43700     EXIT.
 43800*
 43900*///////////////////////////////////////////////////////////////
 44000*  2200-TRAITER-REJET - RECHERCHE DU DETAIL DE REMISE (RUM ET   *
 44100*                       MONTANT) CORRESPONDANT AU REJET, PUIS   *
 44200*                       CONSEQUENCES SELON LE MOTIF : MANDAT,   *
 44300*                       TIERS, SEQUENCE FRST, REPRESENTATION    *
 44400*///////////////////////////////////////////////////////////////
 44500 2200-TRAITER-REJET SECTION.
 44600 2200-DEBUT.
 44700     ADD RTP-MONTANT TO WS-MT-REJETE.
 44800     MOVE "N"    TO WS-IND-REPRESENTE.
 44900     MOVE SPACES TO DET-SEQ DET-DISPOSITION DET-MANDAT.
 45000     MOVE ZERO   TO DET-NB-PRES.
 45100     MOVE ZERO   TO WS-G.
 45200 2200-RECHERCHE.
 45300     ADD 1 TO WS-G.
 45400     IF WS-G > WS-NB-GRP
 45500         GO TO 2200-NON-RAPPROCHE.
 45600     IF GRP-IND-APPARIE (WS-G) = "O"
 45700         GO TO 2200-RECHERCHE.
 45800     IF GRP-RUM (WS-G) NOT = RTP-RUM
 45900         GO TO 2200-RECHERCHE.
 46000     IF GRP-MONTANT (WS-G) NOT = RTP-MONTANT
 46100         GO TO 2200-RECHERCHE.
 46200     MOVE "O" TO GRP-IND-APPARIE (WS-G).
 46300     ADD 1 TO WS-NB-RAPPROCHES.
 46400     ADD RTP-MONTANT TO WS-MT-RAPPROCHE.
 46500     MOVE GRP-SEQ     (WS-G) TO DET-SEQ.
 46600     MOVE GRP-NB-PRES (WS-G) TO DET-NB-PRES.
 46700     PERFORM 2250-RECHERCHE-MOTIF THRU 2250-EXIT.
 46800*        MANDAT INEXISTANT OU DEBITEUR DECEDE : LE MANDAT NE PEUT
 46900*        PLUS SERVIR, L'IMPAYE EST DEFINITIF
 47000     IF WS-ACTION = "R" OR WS-ACTION = "K"
 47100         PERFORM 2400-MAJ-MANDAT THRU 2400-EXIT
 47200         GO TO 2200-IMPAYE.
 47300     IF WS-ACTION = "A"
 47400         MOVE "O" TO WS-IND-ANOM-TIERS
 47500         MOVE "TIERS ANOMALIE" TO DET-DISPOSITION.
 47600     IF GRP-SEQ (WS-G) = "FRST"
 47700         PERFORM 2450-RETOUR-FRST THRU 2450-EXIT.
 47800     IF WS-ACTION = "P"
 47900         PERFORM 2600-REPRESENTATION THRU 2600-EXIT.
 48000     IF WS-IND-REPRESENTE = "O"
 48100         GO TO 2200-EDITION.
 48200 2200-IMPAYE.
 48300     IF DET-DISPOSITION = SPACES
 48400         MOVE "IMPAYE" TO DET-DISPOSITION.
 48500     ADD RTP-MONTANT TO WS-MT-IMPAYE.
 48600 2200-EDITION.
 48700     PERFORM 2700-CUMUL-MOTIF THRU 2700-EXIT.
 48800     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 48900     GO TO 2200-EXIT.
 49000 2200-NON-RAPPROCHE.
 49100     ADD 1 TO WS-NB-NON-RAPPROCHES.
 49200     ADD RTP-MONTANT TO WS-MT-NON-RAPPROCHE.
 49300     MOVE "NON RAPPROCHE" TO DET-DISPOSITION.
 49400     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 49500 2200-EXIT.
 49600     EXIT.
 49700*
 49800*///////////////////////////////////////////////////////////////
 49900*  2250-RECHERCHE-MOTIF - CONSEQUENCE ET LIBELLE DU MOTIF DE    *
 50000*                         REJET (CF WS-TABLE-MOTIFS)            *
 50100*///////////////////////////////////////////////////////////////
 50200 2250-RECHERCHE-MOTIF SECTION.
 50300 2250-DEBUT.
 50400     MOVE "N" TO WS-ACTION.
 50500     MOVE "MOTIF NON REPERTORIE" TO WS-LIB-MOTIF.
 50600     MOVE ZERO TO WS-M.
 50700 2250-BOUCLE.
 50800     ADD 1 TO WS-M.
 50900     IF WS-M > 10
 51000         GO TO 2250-EXIT.
 51100     IF MRF-CODE (WS-M) NOT = RTP-MOTIF
 51200         GO TO 2250-BOUCLE.
 51300     MOVE MRF-ACTION  (WS-M) TO WS-ACTION.
 51400     MOVE MRF-LIBELLE (WS-M) TO WS-LIB-MOTIF.
 51500 2250-EXIT.
 51600     EXIT.
 51700*
 51800*///////////////////////////////////////////////////////////////
 51900*  2300-CHARGER-GROUPE - CHARGEMENT EN TABLE DES DETAILS DE LA  *
 52000*                        REMISE DU TIERS EN COURS               *
 52100*///////////////////////////////////////////////////////////////
 52200 2300-CHARGER-GROUPE SECTION.
 52300 2300-DEBUT.
 52400     MOVE ZERO TO WS-NB-GRP.
 52500 2300-RETARD.
 52600     IF WS-FIN-REMISE
 52700         GO TO 2300-EXIT.
 52800     IF PRL-DET-TIE-ID < TIE-ID
 52900         PERFORM 2550-LECTURE-REMISE THRU 2550-EXIT
 53000         GO TO 2300-RETARD.
 53100     IF PRL-DET-TIE-ID > TIE-ID
 53200         GO TO 2300-EXIT.
 53300 2300-BOUCLE.
 53400     IF WS-NB-GRP >= 50
 53500         DISPLAY "BPRIB25 - PLUS DE 50 PRELEVEMENTS REMIS POUR "
 53600                 "LE TIERS " TIE-ID ", SUITE IGNOREE POUR LE "
 53700                 "RAPPROCHEMENT"
 53800         GO TO 2300-SAUT.
 53900     ADD 1 TO WS-NB-GRP.
 54000     MOVE WS-NB-GRP TO WS-G.
 54100     MOVE PRL-DET-RUM       TO GRP-RUM      (WS-G).
 54200     MOVE PRL-DET-MONTANT   TO GRP-MONTANT  (WS-G).
 54300     MOVE PRL-DET-LIBELLE   TO GRP-LIBELLE  (WS-G).
 54400     MOVE PRL-DET-DATE-ECH  TO GRP-DATE-ECH (WS-G).
 54500     MOVE PRL-DET-SEQ       TO GRP-SEQ      (WS-G).
 54600*        REMISE ANTERIEURE AU NUMERO DE PRESENTATION : PREMIERE
 54700*        PRESENTATION
 54800     IF PRL-DET-NB-PRES NUMERIC AND PRL-DET-NB-PRES > ZERO
 54900         MOVE PRL-DET-NB-PRES TO GRP-NB-PRES (WS-G)
 55000     ELSE
 55100         MOVE 1 TO GRP-NB-PRES (WS-G).
 55200     MOVE "N"               TO GRP-IND-APPARIE (WS-G).
 55300     PERFORM 2550-LECTURE-REMISE THRU 2550-EXIT.
 55400     IF WS-FIN-REMISE
 55500         GO TO 2300-EXIT.
 55600     IF PRL-DET-TIE-ID = TIE-ID
 55700         GO TO 2300-BOUCLE.
 55800     GO TO 2300-EXIT.
 55900 2300-SAUT.
 56000     PERFORM 2550-LECTURE-REMISE THRU 2550-EXIT.
 56100     IF WS-FIN-REMISE
 56200         GO TO 2300-EXIT.
 56300     IF PRL-DET-TIE-ID = TIE-ID
 56400         GO TO 2300-SAUT.
 56500 2300-EXIT.
 56600     EXIT.
 56700*
 56800*///////////////////////////////////////////////////////////////
 56900*  2400-MAJ-MANDAT - REVOCATION (MOTIF "R") OU CADUCITE (MOTIF  *
 57000*                    "K") DU MANDAT REJETE, JOURNALISEE         *
 57100*                    AVANT/APRES DANS PMGCJRNM                  *
 57200*///////////////////////////////////////////////////////////////
 57300 2400-MAJ-MANDAT SECTION.
 57400 2400-DEBUT.
 57500     IF WS-ACTION = "R"
 57600         MOVE "MANDAT REVOQUE" TO DET-DISPOSITION
 57700     ELSE
 57800         MOVE "MANDAT CADUC" TO DET-DISPOSITION.
 57900     MOVE RTP-TIE-ID TO MND-TIE-ID.
 58000     MOVE RTP-RUM    TO MND-RUM.
 58100     READ PMGCMAND
 58200         INVALID KEY
 58300             ADD 1 TO WS-NB-MANDAT-ABSENT
 58400             MOVE "MANDAT ABSENT" TO DET-MANDAT
 58500             GO TO 2400-EXIT.
 58600     IF NOT MND-ACTIF
 58700         MOVE "DEJA INACTIF" TO DET-MANDAT
 58800         GO TO 2400-EXIT.
 58900     MOVE SPACES        TO JMA-ENREG.
 59000     MOVE WS-ACTION     TO JMA-TYPE-OPER.
 59100     MOVE "BPRIB25"     TO JMA-USER.
 59200     MOVE WS-DATE-JOUR  TO JMA-DATE.
 59300     MOVE WS-HEURE-JOUR TO JMA-HEURE.
 59400     MOVE MND-TIE-ID    TO JMA-TIE-ID.
 59500     MOVE MND-RUM       TO JMA-RUM.
 59600     MOVE MND-DATE-SIGN TO JMA-AVT-DATE-SIGN.
 59700     MOVE MND-STATUT    TO JMA-AVT-STATUT.
 59800     MOVE MND-IND-SEQ   TO JMA-AVT-IND-SEQ.
 59900     IF WS-ACTION = "R"
 60000         MOVE "R" TO MND-STATUT
 60100     ELSE
 60200         MOVE "C" TO MND-STATUT.
 60300     MOVE WS-DATE-JOUR  TO MND-DT-MAJ.
 60400     MOVE "BPRIB25"     TO MND-USER-MAJ.
 60500     REWRITE MND-ENREG
 60600         INVALID KEY
 60700             DISPLAY "BPRIB25 - ERREUR REECRITURE PMGCMAND "
 60800                     WS-STATUT-PMGCMAND
 60900             GO TO 2400-EXIT.
 61000     MOVE MND-DATE-SIGN TO JMA-APR-DATE-SIGN.
 61100     MOVE MND-STATUT    TO JMA-APR-STATUT.
 61200     MOVE MND-IND-SEQ   TO JMA-APR-IND-SEQ.
 61300     WRITE JMA-ENREG.
 61400     IF WS-ACTION = "R"
 61500         ADD 1 TO WS-NB-REVOQUES
 61600     ELSE
 61700         ADD 1 TO WS-NB-CADUCS.
 61800 2400-EXIT.
 61900     EXIT.
 62000*
 62100*///////////////////////////////////////////////////////////////
 62200*  2450-RETOUR-FRST - UN PREMIER PRELEVEMENT REJETE N'A PAS     *
 62300*                     ETABLI LE MANDAT : S'IL EST TOUJOURS      *
 62400*                     ACTIF, LE MANDAT REPASSE EN SEQUENCE      *
 62500*                     FRST (JOURNAL PMGCJRNM TYPE "S") POUR     *
 62600*                     LA PRESENTATION SUIVANTE PAR BPRIB15      *
 62700*///////////////////////////////////////////////////////////////
 62800 2450-RETOUR-FRST SECTION.
 62900 2450-DEBUT.
 63000     MOVE RTP-TIE-ID TO MND-TIE-ID.
 63100     MOVE RTP-RUM    TO MND-RUM.
 63200     READ PMGCMAND
 63300         INVALID KEY
 63400             ADD 1 TO WS-NB-MANDAT-ABSENT
 63500             MOVE "MANDAT ABSENT" TO DET-MANDAT
 63600             GO TO 2450-EXIT.
 63700     IF NOT MND-ACTIF OR NOT MND-RECURRENT
 63800         GO TO 2450-EXIT.
 63900     MOVE SPACES        TO JMA-ENREG.
 64000     MOVE "S"           TO JMA-TYPE-OPER.
 64100     MOVE "BPRIB25"     TO JMA-USER.
 64200     MOVE WS-DATE-JOUR  TO JMA-DATE.
 64300     MOVE WS-HEURE-JOUR TO JMA-HEURE.
 64400     MOVE MND-TIE-ID    TO JMA-TIE-ID.
 64500     MOVE MND-RUM       TO JMA-RUM.
 64600     MOVE MND-DATE-SIGN TO JMA-AVT-DATE-SIGN.
 64700     MOVE MND-STATUT    TO JMA-AVT-STATUT.
 64800     MOVE MND-IND-SEQ   TO JMA-AVT-IND-SEQ.
 64900     MOVE "F"           TO MND-IND-SEQ.
 65000     MOVE WS-DATE-JOUR  TO MND-DT-MAJ.
 65100     MOVE "BPRIB25"     TO MND-USER-MAJ.
 65200     REWRITE MND-ENREG
 65300         INVALID KEY
 65400             DISPLAY "BPRIB25 - ERREUR REECRITURE PMGCMAND "
 65500                     WS-STATUT-PMGCMAND
 65600             GO TO 2450-EXIT.
 65700     MOVE MND-DATE-SIGN TO JMA-APR-DATE-SIGN.
 65800     MOVE MND-STATUT    TO JMA-APR-STATUT.
 65900     MOVE MND-IND-SEQ   TO JMA-APR-IND-SEQ.
 66000     WRITE JMA-ENREG.
 66100     ADD 1 TO WS-NB-RETOUR-FRST.
 66200     MOVE "FRST RETABLI" TO DET-MANDAT.
 66300 2450-EXIT.
 66400     EXIT.
 66500*
 66600 2500-LECTURE-REJET SECTION.
 66700 2500-DEBUT.
 66800     READ RIBRETP
 66900         AT END
 67000             MOVE "O" TO WS-IND-FIN-REJET
 67100             GO TO 2500-EXIT.
 67200     ADD 1 TO WS-NB-REJETS.
 67300 2500-EXIT.
 67400     EXIT.
 67500*
 67600*///////////////////////////////////////////////////////////////
 67700*  2550-LECTURE-REMISE - LECTURE DU PROCHAIN DETAIL DE LA       *
 67800*                        REMISE DE PRELEVEMENTS (L'ENTETE ET    *
 67900*                        LE TOTAL SONT IGNORES)                 *
 68000*///////////////////////////////////////////////////////////////
 68100 2550-LECTURE-REMISE SECTION.
 68200 2550-DEBUT.
 68300     IF WS-FIN-REMISE
 68400         GO TO 2550-EXIT.
 68500     READ RIBPRELV
 68600         AT END
 68700             MOVE "O" TO WS-IND-FIN-REMISE
 68800             GO TO 2550-EXIT.
 68900     IF PRL-ENTETE
 69000         MOVE PRL-ENT-DATE-REMISE TO WS-DATE-REMISE
 69100         GO TO 2550-DEBUT.
 69200     IF NOT PRL-DETAIL
 69300         GO TO 2550-DEBUT.
 69400 2550-EXIT.
 69500     EXIT.
 69600*
 69700*///////////////////////////////////////////////////////////////
 69800*  2600-REPRESENTATION - ECRITURE DE L'ENCAISSEMENT REJETE DANS *
 69900*                        RIBREPC AVEC LE NUMERO DE PRESENTATION *
 70000*                        SUIVANT, SAUF SI LE NOMBRE MAXIMUM DE  *
 70100*                        PRESENTATIONS EST ATTEINT (L'IMPAYE    *
 70200*                        PASSE ALORS AU RECOUVREMENT)           *
 70300*///////////////////////////////////////////////////////////////
 70400 2600-REPRESENTATION SECTION.
 70500 2600-DEBUT.
 70600     MOVE GRP-NB-PRES (WS-G) TO WS-NB-PRES.
 70700     IF WS-NB-PRES NOT < WS-NB-MAX-PRES
 70800         ADD 1 TO WS-NB-MAX-ATTEINT
 70900         MOVE "NB MAX ATTEINT" TO DET-DISPOSITION
 71000         GO TO 2600-EXIT.
 71100     MOVE SPACES              TO ENC-ENREG.
 71200     MOVE RTP-TIE-ID          TO ENC-TIE-ID.
 71300     MOVE RTP-RUM             TO ENC-RUM.
 71400     MOVE RTP-MONTANT         TO ENC-MONTANT.
 71500     MOVE GRP-LIBELLE (WS-G)  TO ENC-LIBELLE.
 71600     MOVE WS-DATE-ECH-REPR    TO ENC-DATE-ECH.
 72000     COMPUTE ENC-NB-PRES = WS-NB-PRES + 1.
 72100     WRITE ENC-ENREG.
 72200     ADD 1 TO WS-NB-REPRESENTES.
 72300     ADD RTP-MONTANT TO WS-MT-REPRESENTE.
 72400     MOVE "O" TO WS-IND-REPRESENTE.
 72500     MOVE "REPRESENTE" TO DET-DISPOSITION.
 72600 2600-EXIT.
 72700     EXIT.
 72800*
 72900*///////////////////////////////////////////////////////////////
 73000*  2700-CUMUL-MOTIF - CUMUL DU REJET RAPPROCHE DANS LE          *
 73100*                     RECAPITULATIF DES IMPAYES PAR MOTIF       *
 73200*///////////////////////////////////////////////////////////////
 73300 2700-CUMUL-MOTIF SECTION.
 73400 2700-DEBUT.
 73500     IF WS-NB-IMPAYES = ZERO
 73600         GO TO 2700-CREATION.
 73700     SET WS-IDX TO 1.
 73800 2700-BOUCLE.
 73900     IF WS-IDX > WS-NB-IMPAYES
 74000         GO TO 2700-CREATION.
 74100     IF TIM-MOTIF (WS-IDX) = RTP-MOTIF
 74200         GO TO 2700-CUMUL.
 74300     SET WS-IDX UP BY 1.
 74400     GO TO 2700-BOUCLE.
 74500 2700-CREATION.
 74600     IF WS-NB-IMPAYES >= 50
 74700         DISPLAY "BPRIB25 - TABLE DES MOTIFS SATUREE, REJET "
 74800                 "NON RECAPITULE " RTP-MOTIF
 74900         GO TO 2700-EXIT.
 75000     ADD 1 TO WS-NB-IMPAYES.
 75100     SET WS-IDX TO WS-NB-IMPAYES.
 75200     MOVE RTP-MOTIF    TO TIM-MOTIF   (WS-IDX).
 75300     MOVE WS-LIB-MOTIF TO TIM-LIBELLE (WS-IDX).
 75400     MOVE ZERO TO TIM-NB (WS-IDX) TIM-MONTANT (WS-IDX)
 75500                  TIM-MT-REPRESENTE (WS-IDX)
 75600                  TIM-MT-IMPAYE (WS-IDX).
 75700 2700-CUMUL.
 75800     ADD 1 TO TIM-NB (WS-IDX).
 75900     ADD RTP-MONTANT TO TIM-MONTANT (WS-IDX).
 76000     IF WS-IND-REPRESENTE = "O"
 76100         ADD RTP-MONTANT TO TIM-MT-REPRESENTE (WS-IDX)
 76200     ELSE
 76300         ADD RTP-MONTANT TO TIM-MT-IMPAYE (WS-IDX).
 76400 2700-EXIT.
 76500     EXIT.
 76600*
 76700 2800-EDITION-LIGNE SECTION.
 76800 2800-DEBUT.
 76900     MOVE RTP-DATE-REMISE TO DET-DATE-REMISE.
 77000     MOVE RTP-TIE-ID      TO DET-TIE-ID.
 77100     MOVE RTP-RUM         TO DET-RUM.
 77200     MOVE RTP-MONTANT     TO DET-MONTANT.
 77300     MOVE RTP-MOTIF       TO DET-MOTIF.
 77400     MOVE WS-LIGNE-DETAIL TO RETP-LIGNE.
 77500     WRITE RETP-LIGNE.
 77600 2800-EXIT.
 77700     EXIT.
 77800*
 77900*///////////////////////////////////////////////////////////////
 78000*  3000-REJETS-RESTANTS - REJETS SANS TIERS APRES LA FIN DE     *
 78100*                         PMGCTIER                              *
 78200*///////////////////////////////////////////////////////////////
 78300 3000-REJETS-RESTANTS SECTION.
 78400 3000-DEBUT.
 78500     IF WS-FIN-REJET
 78600         GO TO 3000-EXIT.
 78700     PERFORM 3100-REJET-SANS-TIERS THRU 3100-EXIT.
 78800     PERFORM 2500-LECTURE-REJET THRU 2500-EXIT.
 78900     GO TO 3000-DEBUT.
 79000 3000-EXIT.
 79100     EXIT.
 79200*
 79300 3100-REJET-SANS-TIERS SECTION.
 79400 3100-DEBUT.
 79500     ADD 1 TO WS-NB-SANS-TIERS.
 79600     ADD RTP-MONTANT TO WS-MT-REJETE.
 79700     ADD RTP-MONTANT TO WS-MT-NON-RAPPROCHE.
 79800     MOVE SPACES TO DET-SEQ DET-MANDAT.
 79900     MOVE ZERO   TO DET-NB-PRES.
 80000     MOVE "SANS TIERS" TO DET-DISPOSITION.
 80100     PERFORM 2800-EDITION-LIGNE THRU 2800-EXIT.
 80200 3100-EXIT.
 80300     EXIT.
 80400*
 80500*///////////////////////////////////////////////////////////////
 80600*  4000-EDITION-RECAP - RECAPITULATIF DES IMPAYES PAR MOTIF     *
 80700*                       POUR LE RECOUVREMENT, PUIS TOTAUX       *
 80800*///////////////////////////////////////////////////////////////
 80900 4000-EDITION-RECAP SECTION.
 81000 4000-DEBUT.
 81100     MOVE SPACES TO RETP-LIGNE.
 81200     WRITE RETP-LIGNE.
 81300     MOVE WS-LIGNE-TITRE-RECAP TO RETP-LIGNE.
 81400     WRITE RETP-LIGNE.
 81500     IF WS-NB-IMPAYES = ZERO
 81600         GO TO 4000-TOTAUX.
 81700     SET WS-IDX TO 1.
 81800 4000-BOUCLE.
 81900     IF WS-IDX > WS-NB-IMPAYES
 82000         GO TO 4000-TOTAUX.
 82100     MOVE TIM-MOTIF         (WS-IDX) TO RCP-MOTIF.
 82200     MOVE TIM-LIBELLE       (WS-IDX) TO RCP-LIBELLE.
 82300     MOVE TIM-NB            (WS-IDX) TO RCP-NB.
 82400     MOVE TIM-MONTANT       (WS-IDX) TO RCP-MONTANT.
 82500     MOVE TIM-MT-REPRESENTE (WS-IDX) TO RCP-MT-REPRESENTE.
 82600     MOVE TIM-MT-IMPAYE     (WS-IDX) TO RCP-MT-IMPAYE.
 82700     MOVE WS-LIGNE-RECAP TO RETP-LIGNE.
 82800     WRITE RETP-LIGNE.
 82900     SET WS-IDX UP BY 1.
 83000     GO TO 4000-BOUCLE.
 83100 4000-TOTAUX.
 83200     MOVE SPACES TO RETP-LIGNE.
 83300     WRITE RETP-LIGNE.
 83400     MOVE SPACES TO WS-LIGNE-TOTAL.
 83500     MOVE "REJETS LUS       : " TO TOT-LIBELLE.
 83600     MOVE WS-NB-REJETS TO TOT-NB.
 83700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 83800     WRITE RETP-LIGNE.
 83900     MOVE SPACES TO WS-LIGNE-TOTAL.
 84000     MOVE "RAPPROCHES       : " TO TOT-LIBELLE.
 84100     MOVE WS-NB-RAPPROCHES TO TOT-NB.
 84200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 84300     WRITE RETP-LIGNE.
 84400     MOVE SPACES TO WS-LIGNE-TOTAL.
 84500     MOVE "NON RAPPROCHES   : " TO TOT-LIBELLE.
 84600     MOVE WS-NB-NON-RAPPROCHES TO TOT-NB.
 84700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 84800     WRITE RETP-LIGNE.
 84900     MOVE SPACES TO WS-LIGNE-TOTAL.
 85000     MOVE "SANS TIERS       : " TO TOT-LIBELLE.
 85100     MOVE WS-NB-SANS-TIERS TO TOT-NB.
 85200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 85300     WRITE RETP-LIGNE.
 85400     MOVE SPACES TO WS-LIGNE-TOTAL.
 85500     MOVE "MANDATS REVOQUES : " TO TOT-LIBELLE.
 85600     MOVE WS-NB-REVOQUES TO TOT-NB.
 85700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 85800     WRITE RETP-LIGNE.
 85900     MOVE SPACES TO WS-LIGNE-TOTAL.
 86000     MOVE "MANDATS CADUCS   : " TO TOT-LIBELLE.
 86100     MOVE WS-NB-CADUCS TO TOT-NB.
 86200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 86300     WRITE RETP-LIGNE.
 86400     MOVE SPACES TO WS-LIGNE-TOTAL.
 86500     MOVE "MANDATS ABSENTS  : " TO TOT-LIBELLE.
 86600     MOVE WS-NB-MANDAT-ABSENT TO TOT-NB.
 86700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 86800     WRITE RETP-LIGNE.
 86900     MOVE SPACES TO WS-LIGNE-TOTAL.
 87000     MOVE "MANDATS EN FRST  : " TO TOT-LIBELLE.
 87100     MOVE WS-NB-RETOUR-FRST TO TOT-NB.
 87200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 87300     WRITE RETP-LIGNE.
 87400     MOVE SPACES TO WS-LIGNE-TOTAL.
 87500     MOVE "TIERS MARQUES    : " TO TOT-LIBELLE.
 87600     MOVE WS-NB-TIERS-ANOM TO TOT-NB.
 87700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 87800     WRITE RETP-LIGNE.
 87900     MOVE SPACES TO WS-LIGNE-TOTAL.
 88000     MOVE "REPRESENTES      : " TO TOT-LIBELLE.
 88100     MOVE WS-NB-REPRESENTES TO TOT-NB.
 88200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 88300     WRITE RETP-LIGNE.
 88400     MOVE SPACES TO WS-LIGNE-TOTAL.
 88500     MOVE "NB MAX ATTEINT   : " TO TOT-LIBELLE.
 88600     MOVE WS-NB-MAX-ATTEINT TO TOT-NB.
 88700     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 88800     WRITE RETP-LIGNE.
 88900     MOVE SPACES TO WS-LIGNE-TOTAL.
 89000     MOVE "PRESENTATIONS MAX: " TO TOT-LIBELLE.
 89100     MOVE WS-NB-MAX-PRES TO TOT-NB.
 89200     MOVE WS-LIGNE-TOTAL TO RETP-LIGNE.
 89300     WRITE RETP-LIGNE.
 89400     MOVE SPACES TO WS-LIGNE-MONTANT.
 89500     MOVE "MONTANT REJETE   : " TO MNT-LIBELLE.
 89600     MOVE WS-MT-REJETE TO MNT-MONTANT.
 89700     MOVE WS-LIGNE-MONTANT TO RETP-LIGNE.
 89800     WRITE RETP-LIGNE.
 89900     MOVE SPACES TO WS-LIGNE-MONTANT.
 90000     MOVE "DONT RAPPROCHE   : " TO MNT-LIBELLE.
 90100     MOVE WS-MT-RAPPROCHE TO MNT-MONTANT.
 90200     MOVE WS-LIGNE-MONTANT TO RETP-LIGNE.
 90300     WRITE RETP-LIGNE.
 90400     MOVE SPACES TO WS-LIGNE-MONTANT.
 90500     MOVE "  REPRESENTE     : " TO MNT-LIBELLE.
 90600     MOVE WS-MT-REPRESENTE TO MNT-MONTANT.
 90700     MOVE WS-LIGNE-MONTANT TO RETP-LIGNE.
 90800     WRITE RETP-LIGNE.
 90900     MOVE SPACES TO WS-LIGNE-MONTANT.
 91000     MOVE "  A RECOUVRER    : " TO MNT-LIBELLE.
 91100     MOVE WS-MT-IMPAYE TO MNT-MONTANT.
 91200     MOVE WS-LIGNE-MONTANT TO RETP-LIGNE.
 91300     WRITE RETP-LIGNE.
 91400     MOVE SPACES TO WS-LIGNE-MONTANT.
 91500     MOVE "DONT NON RAPPR.  : " TO MNT-LIBELLE.
 91600     MOVE WS-MT-NON-RAPPROCHE TO MNT-MONTANT.
 91700     MOVE WS-LIGNE-MONTANT TO RETP-LIGNE.
 91800     WRITE RETP-LIGNE.
 91900 4000-EXIT.
 92000     EXIT.
 92100*
 92200*///////////////////////////////////////////////////////////////
 92300*  9000-TERMINAISON - FERMETURE DES FICHIERS                    *
 92400*///////////////////////////////////////////////////////////////
 92500 9000-TERMINAISON SECTION.
 92600 9000-DEBUT.
 92700     CLOSE RIBRETP.
 92800     CLOSE RIBPRELV.
 92900     CLOSE PMGCTIER.
 93000     CLOSE PMGCTIEN.
 93100     CLOSE PMGCMAND.
 93200     CLOSE PMGCJRNM.
 93300     CLOSE RIBREPC.
 93400     CLOSE PMGLRETP.
 93500     DISPLAY "BPRIB25 - REJETS LUS       : " WS-NB-REJETS.
 93600     DISPLAY "BPRIB25 - RAPPROCHES       : " WS-NB-RAPPROCHES.
 93700     DISPLAY "BPRIB25 - NON RAPPROCHES   : " WS-NB-NON-RAPPROCHES.
 93800     DISPLAY "BPRIB25 - SANS TIERS       : " WS-NB-SANS-TIERS.
 93900     DISPLAY "BPRIB25 - MANDATS REVOQUES : " WS-NB-REVOQUES.
 94000     DISPLAY "BPRIB25 - MANDATS CADUCS   : " WS-NB-CADUCS.
 94100     DISPLAY "BPRIB25 - MANDATS EN FRST  : " WS-NB-RETOUR-FRST.
 94200     DISPLAY "BPRIB25 - TIERS MARQUES    : " WS-NB-TIERS-ANOM.
 94300     DISPLAY "BPRIB25 - REPRESENTES      : " WS-NB-REPRESENTES.
 94400 9000-EXIT.
 94500     EXIT.
 94600*
 94700*///////////////////////////////////////////////////////////////
 94800*  9500-FIN-DE-JOB - CODE CONDITION (CF CYWFINJ) SELON LE SEUIL *
 94900*                    DU FICHIER DE PILOTAGE PMGCPILO, ET        *
 95000*                    ENREGISTREMENT DE FIN DE JOB DANS PMGCFINJ *
 95100*                    POUR L'ORDONNANCEUR                        *
 95200*///////////////////////////////////////////////////////////////
 95300 9500-FIN-DE-JOB SECTION.
 95400 9500-DEBUT.
 95500     PERFORM 9600-LIRE-SEUIL THRU 9600-EXIT.
 95600*        LES REJETS SONT ICI LES REJETS NON RAPPROCHES OU SANS
 95700*        TIERS, QUI DEMANDENT UNE ANALYSE MANUELLE
 95800     COMPUTE WS-NB-ECARTS = WS-NB-NON-RAPPROCHES
 95900                          + WS-NB-SANS-TIERS.
 96000     MOVE ZERO TO WS-TAUX-REJET.
 96100     IF WS-NB-REJETS > ZERO
 96200         COMPUTE WS-TAUX-REJET ROUNDED
 96300             = (WS-NB-ECARTS * 100) / WS-NB-REJETS.
 96400     IF WS-CODE-RETOUR = 12
 96500         GO TO 9500-ECRITURE.
 96600     MOVE ZERO TO WS-CODE-RETOUR.
 96700     IF WS-NB-ECARTS = ZERO
 96800         GO TO 9500-ECRITURE.
 96900     MOVE 4 TO WS-CODE-RETOUR.
 97000     IF WS-TAUX-REJET > WS-SEUIL-REJET
 97100         MOVE 8 TO WS-CODE-RETOUR.
 97200 9500-ECRITURE.
 97300     OPEN EXTEND PMGCFINJ.
 97400     IF WS-STATUT-PMGCFINJ NOT = "00"
 97500         OPEN OUTPUT PMGCFINJ.
 97600     MOVE SPACES         TO FINJ-ENREG.
 97700     MOVE "BPRIB25"     TO FINJ-PROG.
 97800     MOVE WS-DATE-JOUR   TO FINJ-DATE.
 97900     MOVE WS-HEURE-JOUR  TO FINJ-HEURE.
 98000     MOVE WS-CODE-RETOUR TO FINJ-CODE-RET.
 98100     MOVE WS-NB-REJETS TO FINJ-NB-LUS.
 98200     MOVE WS-NB-ECARTS TO FINJ-NB-REJETS.
 98300     MOVE WS-TAUX-REJET  TO FINJ-TAUX.
 98400     WRITE FINJ-ENREG.
 98500     CLOSE PMGCFINJ.
 98600     DISPLAY "BPRIB25 - CODE RETOUR : " WS-CODE-RETOUR.
 98700 9500-EXIT.
 98800     EXIT.
 98900*
 99000 9600-LIRE-SEUIL SECTION.
 99100 9600-DEBUT.
 99200     OPEN INPUT PMGCPILO.
 99300     IF WS-STATUT-PMGCPILO NOT = "00"
 99400         GO TO 9600-EXIT.
 99500 9600-BOUCLE.
 99600     READ PMGCPILO
 99700         AT END
 99800             CLOSE PMGCPILO
 99900             GO TO 9600-EXIT.
100000     IF PIL-PROG NOT = "BPRIB25"
100100         GO TO 9600-BOUCLE.
100200     IF PIL-SEUIL-REJET NUMERIC
100300         MOVE PIL-SEUIL-REJET TO WS-SEUIL-REJET.
100400     CLOSE PMGCPILO.
100500 9600-EXIT.
100600     EXIT.
