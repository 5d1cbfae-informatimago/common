  1230*                   DE RETOUR BANCAIRE (CODE ISO) POUR LA REPRISE
  1240*   2026-09-01 JLB  AJOUT DU MOTIF "E" (DONNEUR D'ORDRE INCONNU
  1250*                   OU INACTIF DANS PMGCEMET)
  1260*   2026-10-15 JLB  AJOUT DU MOTIF "F" (TIERS CLOS PAR LA
  1270*                   MAINTENANCE BPRIB22)
  1280*   2026-10-15 JLB  AJOUT DU COMPTE EMETTEUR ET DE LA DATE DE
  1290*                   LA REMISE D'ORIGINE DU VIREMENT RETOURNE
  1295*                   (MOTIF "B"), POUR L'INTERFACE COMPTABLE
  1296*   2026-10-15 JLB  AJOUT DU NUMERO DE LA REMISE D'ORIGINE
  1297*                   (REGISTRE PMGCREGR) DU VIREMENT RETOURNE
  1300******************************************************************
  1400 01  REJP-ENREG.
  1500     05  REJP-TIE-ID             PIC X(10).
  2200         88  REJP-IBAN-REJETE        VALUE "I".
  2210         88  REJP-RETOUR-BANQUE      VALUE "B".
  2220         88  REJP-EMETTEUR-INCONNU   VALUE "E".
  2230         88  REJP-TIERS-CLOS         VALUE "F".
  2300     05  REJP-RIND               PIC X(01).
  2400     05  REJP-RINDIBAN           PIC X(01).
  2500*        MOTIF DE RETOUR DE LA BANQUE (MOTIF "B" UNIQUEMENT)
  2600     05  REJP-MOTIF-BANQUE       PIC X(04).
  2700*        COMPTE EMETTEUR ET DATE DE LA REMISE D'ORIGINE (MOTIF
  2800*        "B" UNIQUEMENT, CF BPRIB13)
  2900     05  REJP-EMET-ID            PIC X(05).
  3000     05  REJP-DATE-REMISE        PIC 9(08).
  3100*        NUMERO DE LA REMISE D'ORIGINE AU REGISTRE PMGCREGR
  3200*        (MOTIF "B" UNIQUEMENT, ZERO SI NON RETROUVE)
  3300     05  REJP-NO-REMISE          PIC 9(08).
