   100******************************************************************
   200*                                                                *
   300*   CYWCPTA - ENREGISTREMENT DE LA TABLE DE PARAMETRAGE          *
   400*             COMPTABLE DES REGLEMENTS (PMGCCPTA, LUE PAR        *
   500*             L'INTERFACE COMPTABLE BPRIB23)                     *
   600*                                                                *
   700*   UN ENREGISTREMENT PAR COMPTE EMETTEUR PMGCEMET ET PAR        *
   800*   POPULATION, TENU PAR LA COMPTABILITE :                       *
   900*     - LE COMPTE GENERAL COLLECTIF DES TIERS (FOURNISSEURS,     *
  1000*       PERSONNEL, CLIENTS), LE TIERS ETANT PORTE EN COMPTE      *
  1100*       AUXILIAIRE SUR CHAQUE ECRITURE                           *
  1200*     - LE COMPTE GENERAL DE BANQUE DU COMPTE EMETTEUR           *
  1300*     - LE CODE JOURNAL DES ECRITURES                            *
  1400*   LES PRELEVEMENTS (RIBPRELV, SANS DONNEUR D'ORDRE) SONT       *
  1500*   COMPTABILISES SUR L'ENREGISTREMENT A EMETTEUR A BLANC ET     *
  1600*   POPULATION "D" (DEBITEURS DES PRELEVEMENTS).                 *
  1700*                                                                *
  1800******************************************************************
  1900* MODIFICATIONS
  2000*   2026-10-15 JLB  CREATION INITIALE
  2100******************************************************************
  2200 01  CPT-ENREG.
  2300     05  CPT-CLE.
  2400         10  CPT-EMET-ID         PIC X(05).
  2500         10  CPT-POPULATION      PIC X(01).
  2600             88  CPT-FOURNISSEUR     VALUE "F".
  2700             88  CPT-SALARIE         VALUE "S".
  2800             88  CPT-DEBITEUR        VALUE "D".
  2900     05  CPT-COMPTE-TIERS        PIC X(10).
  3000     05  CPT-COMPTE-BANQUE       PIC X(10).
  3100     05  CPT-JOURNAL             PIC X(03).
  3200     05  CPT-LIBELLE             PIC X(24).
