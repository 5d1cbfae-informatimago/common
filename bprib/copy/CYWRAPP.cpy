   100******************************************************************
   200*                                                                *
   300*   CYWRAPP - ENREGISTREMENT DU FICHIER DE PARAMETRES DU         *
   400*             RAPPROCHEMENT DU RELEVE BANCAIRE (RIBRAPP, LU PAR  *
   500*             BPRIB24, SUR LE MODELE DE RIBCARP)                 *
   600*                                                                *
   700*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION :         *
   800*     - DATE LIMITE DE DEBIT = DATE DU JOUR MOINS DEUX JOURS     *
   900*       OUVRES : UNE REMISE ANTERIEURE A CETTE DATE ET TOUJOURS  *
  1000*       NON RAPPROCHEE EST SIGNALEE "NON DEBITEE"                *
  1100*     - COMPTE EMETTEUR (PMGCEMET) CREDITE DES PRELEVEMENTS      *
  1200*       (LA REMISE RIBPRELV NE PORTE PAS DE DONNEUR D'ORDRE)     *
  1300*   FICHIER FACULTATIF : ABSENT, AUCUNE REMISE N'EST SIGNALEE    *
  1400*   NON DEBITEE ET LES PRELEVEMENTS NE SONT PAS RAPPROCHES       *
  1500*   (SIGNALE PAR MESSAGE).                                       *
  1600*                                                                *
  1700******************************************************************
  1800* MODIFICATIONS
  1900*   2026-10-15 JLB  CREATION INITIALE
  2000******************************************************************
  2100 01  RAPP-ENREG.
  2200     05  RAPP-DATE-LIMITE        PIC 9(08).
  2300     05  RAPP-EMET-PRELV         PIC X(05).
