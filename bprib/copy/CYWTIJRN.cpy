  1220*                   CARENCE ANTI-FRAUDE, BPRIB18 ; LES IMAGES
  1230*                   AVANT/APRES PORTENT L'ANCIEN ET LE NOUVEAU
  1240*                   RIB DE LA CARENCE LEVEE)
  1250*   2026-10-15 JLB  MAINTENANCE DES TIERS PAR TRANSACTIONS
  1260*                   (BPRIB22) : TYPES "C" CREATION, "M"
  1270*                   MODIFICATION, "F" CLOTURE, "D" SAISIE D'UNE
  1280*                   DOMICILIATION EN ATTENTE, "X" ABANDON D'UNE
  1290*                   SAISIE NON VALIDEE ; COMPLEMENT EN FIN
  1291*                   D'ENREGISTREMENT : AUTEUR DE LA PREMIERE
  1292*                   SAISIE ET ETAPE DE LA DOUBLE VALIDATION,
  1293*                   DATE D'EFFET, ET IMAGES AVANT/APRES DU NOM,
  1294*                   DE LA POPULATION, DU STATUT ET DE L'IBAN/BIC
  1295*                   DES TIERS ETRANGERS. LES ZONES SONT A BLANC
  1296*                   POUR LE TYPE R ; LES TYPES A (BPRIB11) ET L
  1297*                   (BPRIB18) NE PORTENT QUE LE TYPE DE
  1298*                   DOMICILIATION ET L'IBAN/BIC
  1300******************************************************************
  1400 01  JTI-ENREG.
  1500     05  JTI-TYPE-OPER           PIC X(01).
  1600         88  JTI-REDOMICILIATION     VALUE "R".
  1700         88  JTI-ACTIVATION          VALUE "A".
  1710         88  JTI-LEVEE-CARENCE       VALUE "L".
  1720         88  JTI-CREATION            VALUE "C".
  1730         88  JTI-MODIFICATION        VALUE "M".
  1740         88  JTI-CLOTURE             VALUE "F".
  1750         88  JTI-DOMICILIATION       VALUE "D".
  1760         88  JTI-ABANDON-SAISIE      VALUE "X".
  1800     05  JTI-USER                PIC X(08).
  1900     05  JTI-DATE                PIC 9(08).
  2000     05  JTI-HEURE               PIC 9(06).
  2900         10  JTI-APR-COGUIC      PIC X(05).
  3000         10  JTI-APR-CLERIB      PIC 9(02).
  3100         10  JTI-APR-NOCPTE      PIC X(11).
  3200*        COMPLEMENT DE LA MAINTENANCE BPRIB22 (DOUBLE VALIDATION)
  3300     05  JTI-USER-SAISIE         PIC X(08).
  3400     05  JTI-ETAPE               PIC X(01).
  3500         88  JTI-PREMIERE-SAISIE     VALUE "1".
  3600         88  JTI-VALIDATION          VALUE "2".
  3700         88  JTI-REJET               VALUE "R".
  3800     05  JTI-DT-EFFET            PIC X(08).
  3900     05  JTI-AVT-COMPL.
  4000         10  JTI-AVT-NOM         PIC X(24).
  4100         10  JTI-AVT-POPULATION  PIC X(01).
  4200         10  JTI-AVT-TYPE-DOM    PIC X(01).
  4300         10  JTI-AVT-STATUT      PIC X(01).
  4400         10  JTI-AVT-IBAN        PIC X(34).
  4500         10  JTI-AVT-BIC         PIC X(11).
  4600     05  JTI-APR-COMPL.
  4700         10  JTI-APR-NOM         PIC X(24).
  4800         10  JTI-APR-POPULATION  PIC X(01).
  4900         10  JTI-APR-TYPE-DOM    PIC X(01).
  5000         10  JTI-APR-STATUT      PIC X(01).
  5100         10  JTI-APR-IBAN        PIC X(34).
  5200         10  JTI-APR-BIC         PIC X(11).
