   100******************************************************************
   200*                                                                *
   300*   CYWRGTRA  -  ENREGISTREMENT TRANSACTION DE MISE A JOUR DU    *
   400*                REGISTRE DES REMISES PMGCREGR (LU PAR BPRIB31,  *
   500*                SUR LE MODELE DE CYWMATRA)                      *
   600*                                                                *
   700*   T : REMISE TRANSMISE A LA BANQUE (STATUT G)                  *
   800*   A : REMISE ACQUITTEE PAR LA BANQUE (STATUT T)                *
   900*   X : ANNULATION D'UNE REMISE GENEREE OU TRANSMISE, MOTIF      *
  1000*       OBLIGATOIRE                                              *
  1100*   R : REGENERATION A L'IDENTIQUE D'UNE REMISE TRANSMISE ET     *
  1200*       PERDUE, AUTEUR ET MOTIF OBLIGATOIRES                     *
  1300*                                                                *
  1400******************************************************************
  1500* MODIFICATIONS
  1600*   2026-10-15 JLB  CREATION INITIALE
  1700******************************************************************
  1800 01  TRG-ENREG.
  1900     05  TRG-TYPE-OPER           PIC X(01).
  2000         88  TRG-TRANSMISSION        VALUE "T".
  2100         88  TRG-ACQUITTEMENT        VALUE "A".
  2200         88  TRG-ANNULATION          VALUE "X".
  2300         88  TRG-REGENERATION        VALUE "R".
  2400     05  TRG-NO-REMISE           PIC 9(08).
  2500     05  TRG-USER                PIC X(08).
  2600     05  TRG-MOTIF               PIC X(30).
