   100******************************************************************
   200*                                                                *
   300*   CYWTITRA  -  ENREGISTREMENT TRANSACTION DE MAINTENANCE DES   *
   400*                TIERS PMGCTIER ET DE LEURS DOMICILIATIONS       *
   500*                PMGCDOMI (LU PAR BPRIB22, SUR LE MODELE DE      *
   600*                CYWEMTRA)                                       *
   700*                                                                *
   800*   C : CREATION DU TIERS AVEC SA DOMICILIATION INITIALE         *
   900*   M : MODIFICATION DU NOM ET/OU DE LA POPULATION (ZONE A       *
  1000*       BLANC = INCHANGEE)                                       *
  1100*   F : CLOTURE DU TIERS                                         *
  1200*   D : AJOUT D'UNE DOMICILIATION EN ATTENTE (DATE D'EFFET)      *
  1300*   A : ABANDON D'UNE SAISIE C OU D NON ENCORE VALIDEE           *
  1400*   LES TRANSACTIONS C ET D PORTENT UN RIB ET EXIGENT UNE        *
  1500*   SECONDE SAISIE IDENTIQUE PAR UN AUTRE UTILISATEUR (CF        *
  1600*   CYWVALT).                                                    *
  1700*                                                                *
  1800******************************************************************
  1900* MODIFICATIONS
  2000*   2026-10-15 JLB  CREATION INITIALE
  2100******************************************************************
  2200 01  TTI-ENREG.
  2300     05  TTI-TYPE-OPER           PIC X(01).
  2400         88  TTI-CREATION            VALUE "C".
  2500         88  TTI-MODIFICATION        VALUE "M".
  2600         88  TTI-CLOTURE             VALUE "F".
  2700         88  TTI-DOMICILIATION       VALUE "D".
  2800         88  TTI-ABANDON             VALUE "A".
  2900     05  TTI-TIE-ID              PIC X(10).
  3000     05  TTI-USER                PIC X(08).
  3100     05  TTI-DONNEES.
  3200         10  TTI-NOM             PIC X(24).
  3300         10  TTI-POPULATION      PIC X(01).
  3400         10  TTI-TYPE-DOM        PIC X(01).
  3500             88  TTI-DOM-FRANCE      VALUE " " "F".
  3600             88  TTI-DOM-ETRANGER    VALUE "E".
  3700         10  TTI-DOMIC-RIB.
  3800             15  TTI-COBANQ      PIC X(05).
  3900             15  TTI-COGUIC      PIC X(05).
  4000             15  TTI-DOMICI      PIC X(24).
  4100             15  TTI-CLERIB      PIC 9(02).
  4200             15  TTI-NOCPTE      PIC X(11).
  4300         10  TTI-DOMIC-ETR REDEFINES TTI-DOMIC-RIB.
  4400             15  TTI-IBAN        PIC X(34).
  4500             15  TTI-BIC         PIC X(11).
  4600             15  FILLER          PIC X(02).
  4700         10  TTI-DT-EFFET        PIC 9(08).
