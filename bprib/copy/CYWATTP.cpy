   100******************************************************************
   200*                                                                *
   300*   CYWATTP - ENREGISTREMENT DU FICHIER DE PARAMETRES DU         *
   400*             CIRCUIT DE DECISION SUR LES ORDRES EN ATTENTE      *
   500*             (RIBATTP, LU PAR BPRIB21, SUR LE MODELE DE         *
   600*             RIBCARP)                                           *
   700*                                                                *
   800*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION :         *
   900*     - SEUIL DE DOUBLE VALIDATION : UN ORDRE DE MONTANT         *
  1000*       STRICTEMENT SUPERIEUR NE PEUT ETRE LIBERE QUE PAR DEUX   *
  1100*       UTILISATEURS DIFFERENTS                                  *
  1200*     - DATE LIMITE D'ANCIENNETE = DATE DU JOUR MOINS N JOURS :  *
  1300*       UN ORDRE MIS EN ATTENTE AVANT CETTE DATE ET TOUJOURS     *
  1400*       SANS DECISION EST SIGNALE SUR L'ETAT PMGLATTE            *
  1500*   FICHIER FACULTATIF : ABSENT, OU ZONE A ZERO, TOUTE           *
  1600*   LIBERATION EXIGE DEUX VALIDEURS ET TOUT ORDRE SANS DECISION  *
  1700*   EST SIGNALE (SIGNALE PAR MESSAGE).                           *
  1800*                                                                *
  1900******************************************************************
  2000* MODIFICATIONS
  2100*   2026-10-15 JLB  CREATION INITIALE
  2200******************************************************************
  2300 01  ATTP-ENREG.
  2400     05  ATTP-SEUIL-DOUBLE       PIC 9(11)V99.
  2500     05  ATTP-DATE-LIMITE        PIC 9(08).
