   100******************************************************************
   200*                                                                *
   300*   CYWRGJRN  -  JOURNAL AVANT/APRES DES MISES A JOUR DU         *
   400*                REGISTRE DES REMISES PMGCREGR (ECRIT PAR        *
   500*                BPRIB31, SUR LE MODELE DE CYWMAJRN, EXIGENCE    *
   600*                DE L'AUDIT)                                     *
   700*                                                                *
   800*   TYPES T, A, X ET R : TRANSACTIONS DE PMGCTRAR (REJETEES      *
   900*   COMPRISES, IMAGES A BLANC) ; TYPE N : INSCRIPTION D'UNE      *
  1000*   REMISE DE LA NUIT PAR LA CHAINE (UTILISATEUR "BPRIB31").     *
  1100*                                                                *
  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-10-15 JLB  CREATION INITIALE
  1500******************************************************************
  1600 01  JRG-ENREG.
  1700     05  JRG-TYPE-OPER           PIC X(01).
  1800         88  JRG-TRANSMISSION        VALUE "T".
  1900         88  JRG-ACQUITTEMENT        VALUE "A".
  2000         88  JRG-ANNULATION          VALUE "X".
  2100         88  JRG-REGENERATION        VALUE "R".
  2200         88  JRG-INSCRIPTION         VALUE "N".
  2300     05  JRG-USER                PIC X(08).
  2400     05  JRG-DATE                PIC 9(08).
  2500     05  JRG-HEURE               PIC 9(06).
  2600     05  JRG-NO-REMISE           PIC 9(08).
  2700     05  JRG-MOTIF               PIC X(30).
  2800     05  JRG-AVANT.
  2900         10  JRG-AVT-STATUT      PIC X(01).
  3000         10  JRG-AVT-NO-ORIGINE  PIC X(08).
  3100         10  JRG-AVT-NB-REGEN    PIC X(03).
  3200     05  JRG-APRES.
  3300         10  JRG-APR-STATUT      PIC X(01).
  3400         10  JRG-APR-NO-ORIGINE  PIC X(08).
  3500         10  JRG-APR-NB-REGEN    PIC X(03).
