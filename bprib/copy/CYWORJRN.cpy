   100******************************************************************
   200*                                                                *
   300*   CYWORJRN  -  JOURNAL AVANT/APRES DES DECISIONS SUR LES       *
   400*                ORDRES EN ATTENTE (ECRIT PAR BPRIB21, SUR LE    *
   500*                MODELE DE CYWBQJRN)                             *
   600*                                                                *
   700*   TYPE "M" : MISE EN ATTENTE (REPRISE DE RIBATTE DANS LE       *
   800*   STOCK, UTILISATEUR BPRIB21) ; TYPES "L" ET "A" : DECISION    *
   900*   DU SERVICE PAIEMENTS. UNE TRANSACTION REJETEE EST TRACEE     *
  1000*   AVEC DES IMAGES AVANT ET APRES IDENTIQUES.                   *
  1100*                                                                *
  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-10-15 JLB  CREATION INITIALE
  1500******************************************************************
  1600 01  JOR-ENREG.
  1700     05  JOR-TYPE-OPER           PIC X(01).
  1800         88  JOR-MISE-EN-ATTENTE     VALUE "M".
  1900         88  JOR-LIBERATION          VALUE "L".
  2000         88  JOR-ANNULATION          VALUE "A".
  2100     05  JOR-USER                PIC X(08).
  2200     05  JOR-DATE                PIC 9(08).
  2300     05  JOR-HEURE               PIC 9(06).
  2400     05  JOR-CLE.
  2500         10  JOR-TIE-ID          PIC X(10).
  2600         10  JOR-DATE-EXEC       PIC 9(08).
  2700         10  JOR-MONTANT         PIC 9(11)V99.
  2800         10  JOR-EMET-ID         PIC X(05).
  2900         10  JOR-LIBELLE         PIC X(31).
  3000     05  JOR-MOTIF               PIC X(24).
  3100     05  JOR-AVANT.
  3200         10  JOR-AVT-STATUT      PIC X(01).
  3300         10  JOR-AVT-USER-VALID  PIC X(08).
  3400     05  JOR-APRES.
  3500         10  JOR-APR-STATUT      PIC X(01).
  3600         10  JOR-APR-USER-VALID  PIC X(08).
