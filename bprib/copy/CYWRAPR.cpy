   100******************************************************************
   200*                                                                *
   300*   CYWRAPR - ENREGISTREMENT DU STOCK DES REMISES A RAPPROCHER   *
   400*             DU RELEVE BANCAIRE (PMGCRAPR, TENU PAR BPRIB24)    *
   500*                                                                *
   600*   UN ENREGISTREMENT PAR REMISE LOGIQUE : COMPTE EMETTEUR,      *
   700*   DATE DE REMISE ET TYPE (VIREMENTS FOURNISSEURS, VIREMENTS    *
   800*   DE SALAIRES, PRELEVEMENTS), AVEC LE NOMBRE ET LE MONTANT DU  *
   900*   TOTAL ("T") DE LA REMISE ET LE SENS ATTENDU AU RELEVE. LA    *
  1000*   REMISE RESTE EN ATTENTE JUSQU'A L'OPERATION DU RELEVE QUI    *
  1100*   LA SOLDE ; UNE SECONDE OPERATION IDENTIQUE EST COMPTEE EN    *
  1200*   DOUBLE (RAP-NB-OPER).                                        *
  1210*   LE NUMERO DE REMISE DU REGISTRE PMGCREGR, EN FIN DE CLE,     *
  1220*   DISTINGUE DEUX REMISES DU MEME JOUR ET DU MEME TYPE (ZERO    *
  1230*   POUR UNE REMISE ANTERIEURE A LA NUMEROTATION).               *
  1300*                                                                *
  1400******************************************************************
  1500* MODIFICATIONS
  1600*   2026-10-15 JLB  CREATION INITIALE
  1700******************************************************************
  1800 01  RAP-ENREG.
  1900     05  RAP-CLE.
  2000         10  RAP-EMET-ID         PIC X(05).
  2100         10  RAP-DATE-REMISE     PIC 9(08).
  2200         10  RAP-TYPE            PIC X(01).
  2300             88  RAP-VIR-FOURNISSEURS VALUE "F".
  2400             88  RAP-VIR-SALAIRES    VALUE "S".
  2500             88  RAP-PRELEVEMENTS    VALUE "P".
  2550         10  RAP-NO-REMISE       PIC 9(08).
  2600     05  RAP-SENS                PIC X(01).
  2700         88  RAP-DEBIT               VALUE "D".
  2800         88  RAP-CREDIT              VALUE "C".
  2900     05  RAP-NB                  PIC 9(07).
  3000     05  RAP-MONTANT             PIC 9(13)V99.
  3100     05  RAP-STATUT              PIC X(01).
  3200         88  RAP-EN-ATTENTE          VALUE "A".
  3300         88  RAP-RAPPROCHEE          VALUE "R".
  3400     05  RAP-DATE-ENTREE         PIC 9(08).
  3500     05  RAP-DATE-OPER           PIC 9(08).
  3600     05  RAP-NB-OPER             PIC 9(03).
