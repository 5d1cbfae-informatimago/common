   940*                   POPULATION, ET MASQUAGE DES NOMS DE
   950*                   SALARIES DANS LES ETATS DIFFUSES HORS DU
   960*                   SERVICE PAIEMENTS
   962*   2026-10-15 JLB  AJOUT DU STATUT DU TIERS ET DE SA DATE DE
   964*                   CLOTURE (MAINTENANCE BPRIB22) : LES ORDRES
   966*                   D'UN TIERS CLOS SONT ECARTES PAR BPRIB07
   968*                   (VIREMENTS) ET PAR BPRIB15 (PRELEVEMENTS)
   970******************************************************************
  1000 01  TIE-ENREG.
  1100     05  TIE-ID                  PIC X(10).
  2400     05  TIE-POPULATION          PIC X(01).
  2500         88  TIE-FOURNISSEUR         VALUE " " "F".
  2600         88  TIE-SALARIE             VALUE "S".
  2700     05  TIE-STATUT              PIC X(01).
  2800         88  TIE-ACTIF               VALUE " " "A".
  2900         88  TIE-CLOS                VALUE "C".
  3000     05  TIE-DT-CLOTURE          PIC 9(08).
