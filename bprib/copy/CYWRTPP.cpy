   100******************************************************************
   200*                                                                *
   300*   CYWRTPP - ENREGISTREMENT DU FICHIER DE PARAMETRES DU         *
   400*             TRAITEMENT DES REJETS DE PRELEVEMENTS (RIBRTPP,    *
   500*             LU PAR BPRIB25, SUR LE MODELE DE RIBCARP)          *
   600*                                                                *
   700*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION :         *
   800*     - NOMBRE MAXIMUM DE PRESENTATIONS D'UN MEME ENCAISSEMENT,  *
   900*       PRESENTATION INITIALE COMPRISE : AU-DELA, L'IMPAYE       *
  1000*       N'EST PLUS REPRESENTE ET PASSE AU RECOUVREMENT           *
  1100*     - DATE D'ECHEANCE DES ENCAISSEMENTS REPRESENTES,           *
  1200*       OBLIGATOIRE ET POSTERIEURE A LA DATE DU JOUR (CHAQUE     *
  1300*       REPRESENTATION EST PRE-NOTIFIEE A CETTE ECHEANCE)        *
  1400*   FICHIER OBLIGATOIRE : ABSENT OU ECHEANCE INVALIDE, BPRIB25   *
  1410*   S'ARRETE EN CODE RETOUR 12. NOMBRE A ZERO : DEUX AU PLUS.    *
  1500*                                                                *
  1600******************************************************************
  1700* MODIFICATIONS
  1800*   2026-10-15 JLB  CREATION INITIALE
  1900******************************************************************
  2000 01  RTPP-ENREG.
  2100     05  RTPP-NB-MAX-PRES        PIC 9(02).
  2200     05  RTPP-DATE-ECH           PIC 9(08).
