   100******************************************************************
   200*                                                                *
   300*   CYWVALT  -  ENREGISTREMENT DU STOCK PMGCVALT DES SAISIES     *
   400*               DE RIB EN ATTENTE DE SECONDE VALIDATION          *
   500*               (MAINTENANCE DES TIERS BPRIB22)                  *
   600*                                                                *
   700*   UNE SAISIE C OU D (CF CYWTITRA) EST STOCKEE ICI TANT QU'UN   *
   800*   SECOND UTILISATEUR, DIFFERENT DU PREMIER, N'A PAS RESSAISI   *
   900*   LES MEMES DONNEES ; ELLE EST ALORS APPLIQUEE ET SUPPRIMEE DU *
  1000*   STOCK. UNE SEULE SAISIE EN ATTENTE PAR TIERS.                *
  1100*                                                                *
  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-10-15 JLB  CREATION INITIALE
  1500******************************************************************
  1600 01  VLT-ENREG.
  1700     05  VLT-TIE-ID              PIC X(10).
  1800     05  VLT-TYPE-OPER           PIC X(01).
  1900*        MEME DECOUPAGE QUE TTI-DONNEES (CF CYWTITRA)
  2000     05  VLT-DONNEES.
  2100         10  VLT-NOM             PIC X(24).
  2200         10  VLT-POPULATION      PIC X(01).
  2300         10  VLT-TYPE-DOM        PIC X(01).
  2400         10  VLT-DOMIC-RIB.
  2500             15  VLT-COBANQ      PIC X(05).
  2600             15  VLT-COGUIC      PIC X(05).
  2700             15  VLT-DOMICI      PIC X(24).
  2800             15  VLT-CLERIB      PIC 9(02).
  2900             15  VLT-NOCPTE      PIC X(11).
  3000         10  VLT-DOMIC-ETR REDEFINES VLT-DOMIC-RIB.
  3100             15  VLT-IBAN        PIC X(34).
  3200             15  VLT-BIC         PIC X(11).
  3300             15  FILLER          PIC X(02).
  3400         10  VLT-DT-EFFET        PIC 9(08).
  3500     05  VLT-USER-SAISIE         PIC X(08).
  3600     05  VLT-DATE-SAISIE         PIC 9(08).
  3700     05  VLT-HEURE-SAISIE        PIC 9(06).
