   100******************************************************************
   200*                                                                *
   300*   CYWPNOT - DESCRIPTION DE L'ENREGISTREMENT DU FICHIER         *
   400*             PMGCPNOT (PRE-NOTIFICATIONS DE PRELEVEMENTS        *
   500*             ENVOYEES AUX DEBITEURS)                            *
   600*                                                                *
   700*   UN ENREGISTREMENT PAR ENCAISSEMENT PRE-NOTIFIE (TIERS, RUM,  *
   800*   ECHEANCE ET MONTANT ANNONCES), ECRIT PAR BPRIB27 AVEC LA     *
   900*   DATE D'ENVOI ET L'INDICATEUR DE RESPECT DU DELAI             *
  1000*   CONTRACTUEL ; CONSULTE PAR BPRIB15, QUI ECARTE TOUT          *
  1100*   ENCAISSEMENT ABSENT DU FICHIER OU PRE-NOTIFIE HORS DELAI.    *
  1200*                                                                *
  1300******************************************************************
  1400* MODIFICATIONS
  1500*   2026-10-15 JLB  CREATION INITIALE
  1600******************************************************************
  1700 01  PNO-ENREG.
  1800     05  PNO-CLE.
  1900         10  PNO-TIE-ID          PIC X(10).
  2000         10  PNO-RUM             PIC X(35).
  2100         10  PNO-DATE-ECH        PIC 9(08).
  2200         10  PNO-MONTANT         PIC 9(11)V99.
  2300     05  PNO-DATE-NOTIF          PIC 9(08).
  2400     05  PNO-IND-DELAI           PIC X(01).
  2500         88  PNO-A-TEMPS             VALUE "O".
  2600         88  PNO-HORS-DELAI          VALUE "N".
