   100******************************************************************
   200*                                                                *
   300*   CYWORTRA  -  ENREGISTREMENT TRANSACTION DE DECISION SUR UN   *
   400*                ORDRE EN ATTENTE (LU PAR BPRIB21, SUR LE        *
   500*                MODELE DE CYWBQTRA POUR PMGCBANQ)               *
   600*                                                                *
   700*   L'ORDRE EST DESIGNE PAR SA CLE COMPLETE DANS LE STOCK        *
   800*   PMGCATTE (TIERS, DATE D'EXECUTION, MONTANT, DONNEUR D'ORDRE  *
   900*   ET LIBELLE, TELS QU'EDITES SUR L'ETAT PMGLATTE). LE MOTIF    *
  1000*   DE LA DECISION EST OBLIGATOIRE.                              *
  1100*                                                                *
  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-10-15 JLB  CREATION INITIALE
  1500******************************************************************
  1600 01  TOR-ENREG.
  1700     05  TOR-TYPE-OPER           PIC X(01).
  1800         88  TOR-LIBERATION          VALUE "L".
  1900         88  TOR-ANNULATION          VALUE "A".
  2000     05  TOR-CLE.
  2100         10  TOR-TIE-ID          PIC X(10).
  2200         10  TOR-DATE-EXEC       PIC 9(08).
  2300         10  TOR-MONTANT         PIC 9(11)V99.
  2400         10  TOR-EMET-ID         PIC X(05).
  2500         10  TOR-LIBELLE         PIC X(31).
  2600     05  TOR-USER                PIC X(08).
  2700     05  TOR-MOTIF               PIC X(24).
