  1500******************************************************************
  1600* MODIFICATIONS
  1700*   2026-08-22 JLB  CREATION INITIALE
  1710*   2026-10-15 JLB  DOMICILIATIONS ETRANGERES : LES ZONES RIB
  1720*                   SONT REGROUPEES (DOM-DOMIC-RIB) ET REDEFINIES
  1730*                   EN VUE IBAN + BIC (DOM-DOMIC-ETR), COMME DANS
  1740*                   CYWTIER ; DOM-TYPE-DOM INDIQUE LA VUE VALIDE.
  1750*                   LES DOMICILIATIONS EN ATTENTE SONT SAISIES
  1760*                   PAR LA MAINTENANCE BPRIB22
  1800******************************************************************
  1900 01  DOM-ENREG.
  2000     05  DOM-TIE-ID              PIC X(10).
  2300         88  DOM-ACTIF               VALUE "A".
  2400         88  DOM-EN-ATTENTE          VALUE "P".
  2500         88  DOM-EXPIRE              VALUE "E".
  2550     05  DOM-DOMIC-RIB.
  2600         10  DOM-COBANQ          PIC X(05).
  2700         10  DOM-COGUIC          PIC X(05).
  2800         10  DOM-DOMICI          PIC X(24).
  2900         10  DOM-CLERIB          PIC 9(02).
  3000         10  DOM-NOCPTE          PIC X(11).
  3100     05  DOM-DOMIC-ETR REDEFINES DOM-DOMIC-RIB.
  3200         10  DOM-IBAN            PIC X(34).
  3300         10  DOM-BIC             PIC X(11).
  3400         10  FILLER              PIC X(02).
  3500     05  DOM-TYPE-DOM            PIC X(01).
  3600         88  DOM-DOM-FRANCE          VALUE " " "F".
  3700         88  DOM-DOM-ETRANGER        VALUE "E".
