   100******************************************************************
   200*                                                                *
   300*   CYWGELP - ENREGISTREMENT DU FICHIER DE PARAMETRES DU         *
   400*             FILTRAGE DES TIERS CONTRE LES LISTES DE GELS DES   *
   500*             AVOIRS (RIBGELP, LU PAR BPRIB28)                   *
   600*                                                                *
   700*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION SUR       *
   800*   INSTRUCTION DE LA CONFORMITE :                               *
   900*     - SCORE DE RESSEMBLANCE DES NOMS (0 A 100) A PARTIR DUQUEL *
  1000*       UN TIERS EST CONSIDERE COMME TOUCHE                      *
  1100*     - SCORE REDUIT APPLIQUE AU BENEFICIAIRE ETRANGER DONT LE   *
  1200*       PAYS DE L'IBAN EST LE PAYS DE RATTACHEMENT DE LA         *
  1300*       PERSONNE LISTEE                                          *
  1400*   FICHIER FACULTATIF : ABSENT OU INVALIDE, SCORES DE 80 ET 60  *
  1500*   (SIGNALE PAR MESSAGE).                                       *
  1600*                                                                *
  1700******************************************************************
  1800* MODIFICATIONS
  1900*   2026-10-15 JLB  CREATION INITIALE
  2000******************************************************************
  2100 01  GELP-ENREG.
  2200     05  GELP-SEUIL              PIC 9(03).
  2300     05  GELP-SEUIL-PAYS         PIC 9(03).
