  1300******************************************************************
  1400* MODIFICATIONS
  1500*   2026-09-01 JLB  CREATION INITIALE
  1510*   2026-10-15 JLB  AJOUT DE LA DATE DU DERNIER PRELEVEMENT
  1520*                   PRESENTE (CADUCITE APRES 36 MOIS SANS
  1530*                   PRELEVEMENT, CF BPRIB26). ENREGISTREMENT
  1540*                   ALLONGE DE 71 A 79 : LE FICHIER EST
  1550*                   RECHARGE PAR BPRIB32 A PARTIR DE SON
  1560*                   DECHARGEMENT SEQUENTIEL PMGCMANV, LA DATE
  1570*                   ETANT INITIALISEE A ZERO
  1600******************************************************************
  1700 01  MND-ENREG.
  1800     05  MND-CLE.
  2800         88  MND-RECURRENT           VALUE "R".
  2900     05  MND-DT-MAJ              PIC 9(08) VALUE ZERO.
  3000     05  MND-USER-MAJ            PIC X(08) VALUE SPACES.
  3100*        DATE D'ECHEANCE DU DERNIER PRELEVEMENT PRESENTE SUR LE
  3200*        MANDAT (MISE A JOUR PAR BPRIB15), ZERO SI AUCUN
  3300     05  MND-DT-DERN-PREL        PIC 9(08) VALUE ZERO.
