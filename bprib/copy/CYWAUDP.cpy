   100******************************************************************
   200*                                                                *
   300*   CYWAUDP - ENREGISTREMENT DU FICHIER DE PARAMETRES DE L'ETAT  *
   400*             D'AUDIT CONSOLIDE DES JOURNAUX (RIBAUDP, LU PAR    *
   500*             BPRIB29)                                           *
   600*                                                                *
   700*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION A LA      *
   800*   DEMANDE DU CONTROLE INTERNE :                                *
   900*     - PERIODE AUDITEE (DATES DE DEBUT ET DE FIN INCLUSES,      *
  1000*       SSAAMMJJ), OBLIGATOIRE                                   *
  1100*     - PLAGE DES HEURES OUVREES (HHMMSS, DEBUT INCLUS, FIN      *
  1200*       EXCLUE) ; A ZERO OU INVALIDE : 080000 A 190000           *
  1300*     - NOMBRE DE MODIFICATIONS D'UN MEME TIERS DANS LA JOURNEE  *
  1400*       A PARTIR DUQUEL IL Y A RAFALE ; A ZERO OU INVALIDE : 3   *
  1500*                                                                *
  1600******************************************************************
  1700* MODIFICATIONS
  1800*   2026-10-15 JLB  CREATION INITIALE
  1900******************************************************************
  2000 01  AUDP-ENREG.
  2100     05  AUDP-DT-DEBUT           PIC 9(08).
  2200     05  AUDP-DT-FIN             PIC 9(08).
  2300     05  AUDP-HEURE-DEBUT        PIC 9(06).
  2400     05  AUDP-HEURE-FIN          PIC 9(06).
  2500     05  AUDP-SEUIL-RAFALE       PIC 9(03).
