   100******************************************************************
   200*                                                                *
   300*   CYWPNOP - ENREGISTREMENT DU FICHIER DE PARAMETRES DES        *
   400*             PRE-NOTIFICATIONS (RIBPNOP, LU PAR BPRIB27, SUR LE *
   500*             MODELE DE RIBCARP)                                 *
   600*                                                                *
   700*   UN SEUL ENREGISTREMENT, PREPARE PAR L'EXPLOITATION :         *
   800*     - ECHEANCE MINIMALE = DATE DU JOUR PLUS LE DELAI           *
   900*       CONTRACTUEL DE PRE-NOTIFICATION (14 JOURS CALENDAIRES    *
  1000*       SAUF CONVENTION CONTRAIRE) : UN ENCAISSEMENT D'ECHEANCE  *
  1100*       ANTERIEURE, PRE-NOTIFIE CE JOUR, L'EST HORS DELAI        *
  1200*   FICHIER OBLIGATOIRE.                                         *
  1300*                                                                *
  1400******************************************************************
  1500* MODIFICATIONS
  1600*   2026-10-15 JLB  CREATION INITIALE
  1700******************************************************************
  1800 01  PNOP-ENREG.
  1900     05  PNOP-DATE-ECH-MIN       PIC 9(08).
