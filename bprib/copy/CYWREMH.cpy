   100******************************************************************
   200*                                                                *
   300*   CYWREMH - ENREGISTREMENT DE L'ARCHIVE DES REMISES EMISES     *
   400*             (RIBREMH, ALIMENTEE PAR BPRIB31)                   *
   500*                                                                *
   600*   CHAQUE ENREGISTREMENT DES FICHIERS DE REMISE RIBREMIS,       *
   700*   RIBREMSA ET RIBPRELV INSCRITS AU REGISTRE EST CONSERVE TEL   *
   800*   QU'EMIS, PRECEDE DU NUMERO DE LA REMISE ET DU TYPE DE        *
   900*   REMISE ; LE TOTAL GENERAL A EMETTEUR A BLANC DE RIBREMIS     *
  1000*   N'APPARTIENT A AUCUNE REMISE ET N'EST PAS ARCHIVE. C'EST     *
  1100*   LA SOURCE DE LA REGENERATION A L'IDENTIQUE (RIBREMR).        *
  1200*                                                                *
  1300******************************************************************
  1400* MODIFICATIONS
  1500*   2026-10-15 JLB  CREATION INITIALE
  1600******************************************************************
  1700 01  RMH-ENREG.
  1800     05  RMH-NO-REMISE           PIC 9(08).
  1900     05  RMH-TYPE                PIC X(01).
  2000*        ENREGISTREMENT CYWREMIS (146) OU CYWPRELV (176) EMIS
  2100     05  RMH-IMAGE               PIC X(176).
