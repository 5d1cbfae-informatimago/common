   100******************************************************************
   200*                                                                *
   300*   CYWRELV - ENREGISTREMENT DU RELEVE DE COMPTE BANCAIRE AU     *
   400*             FORMAT CFONB 120 CARACTERES (RIBRELV, LU PAR LE    *
   500*             RAPPROCHEMENT BPRIB24)                             *
   600*                                                                *
   700*   UN FICHIER PAR JOURNEE, TOUS COMPTES EMETTEURS CONFONDUS :   *
   800*   POUR CHAQUE COMPTE, UN ANCIEN SOLDE ("01"), LES OPERATIONS   *
   900*   ("04") ET LEURS COMPLEMENTS ("05"), PUIS LE NOUVEAU SOLDE    *
  1000*   ("07"). LE MONTANT EST CADRE A DROITE SUR 14 POSITIONS, LE   *
  1100*   DERNIER CHIFFRE PORTANT LE SIGNE (SURPERPOSITION "{" A "I"   *
  1200*   POUR UN CREDIT, "}" A "R" POUR UN DEBIT). LES DATES SONT AU  *
  1300*   FORMAT JJMMAA.                                               *
  1400*   LE RELEVE CAMT.053 EST CONVERTI A CE FORMAT PAR LE LOGICIEL  *
  1500*   DE COMMUNICATION BANCAIRE AVANT LE PASSAGE DE LA CHAINE.     *
  1600*                                                                *
  1700******************************************************************
  1800* MODIFICATIONS
  1900*   2026-10-15 JLB  CREATION INITIALE
  1910*   2026-10-15 JLB  VUE DE LA REFERENCE PORTANT LE NUMERO DE
  1920*                   REMISE DU REGISTRE PMGCREGR (RESTITUE PAR LA
  1930*                   BANQUE EN TETE DE LA REFERENCE)
  2000******************************************************************
  2100 01  RLV-ENREG.
  2200     05  RLV-CODE                PIC X(02).
  2300         88  RLV-ANCIEN-SOLDE        VALUE "01".
  2400         88  RLV-OPERATION           VALUE "04".
  2500         88  RLV-COMPLEMENT          VALUE "05".
  2600         88  RLV-NOUVEAU-SOLDE       VALUE "07".
  2700     05  RLV-BANQUE              PIC X(05).
  2800     05  RLV-CODE-OPER-INT       PIC X(04).
  2900     05  RLV-GUICHET             PIC X(05).
  3000     05  RLV-DEVISE              PIC X(03).
  3100     05  RLV-NB-DECIMALES        PIC X(01).
  3200     05  FILLER                  PIC X(01).
  3300     05  RLV-COMPTE              PIC X(11).
  3400     05  RLV-CODE-OPER           PIC X(02).
  3500     05  RLV-DATE-COMPTA.
  3600         10  RLV-DC-JJ           PIC 9(02).
  3700         10  RLV-DC-MM           PIC 9(02).
  3800         10  RLV-DC-AA           PIC 9(02).
  3900     05  RLV-MOTIF-REJET         PIC X(02).
  4000     05  RLV-DATE-VALEUR         PIC X(06).
  4100     05  RLV-LIBELLE             PIC X(31).
  4200     05  FILLER                  PIC X(02).
  4300     05  RLV-NO-ECRITURE         PIC X(07).
  4400     05  RLV-IND-EXO             PIC X(01).
  4500     05  RLV-IND-INDISPO         PIC X(01).
  4600     05  RLV-MONTANT.
  4700         10  RLV-MT-CHIFFRES     PIC 9(13).
  4800         10  RLV-MT-SIGNE        PIC X(01).
  4900     05  RLV-REFERENCE           PIC X(16).
  5000     05  RLV-REFERENCE-R REDEFINES RLV-REFERENCE.
  5100         10  RLV-REF-NO-REMISE   PIC X(08).
  5200         10  RLV-REF-NO-REMISE-N REDEFINES RLV-REF-NO-REMISE
  5300                                 PIC 9(08).
  5400         10  FILLER              PIC X(08).
