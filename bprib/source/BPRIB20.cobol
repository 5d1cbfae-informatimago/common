  4200*                   ETRANGER, LE VERDICT RIND DU CONTROLE RIB
  4300*                   COMPLET EST RESTITUE EN PLUS DU VERDICT
  4400*                   IBAN, COMME DANS BPRIB12
  4410*   2026-10-15 JLB  AFFICHAGE IBAN/BIC DES DOMICILIATIONS
  4420*                   ETRANGERES (DOM-DOM-ETRANGER, BPRIB22)
  4500****************************************************************
  4600 ENVIRONMENT DIVISION.
  4700 CONFIGURATION SECTION.
 29100         MOVE "EN ATTENTE" TO WS-LIB-STATUT.
 29200     IF DOM-EXPIRE
 29300         MOVE "EXPIREE" TO WS-LIB-STATUT.
 29310     IF DOM-DOM-ETRANGER
 29320         DISPLAY "  " DOM-IBAN " " DOM-BIC "  EFFET "
 29330                 DOM-DT-EFFET "  " WS-LIB-STATUT
 29340         GO TO 2300-BOUCLE.
 29400     DISPLAY "  " DOM-COBANQ " " DOM-COGUIC " " DOM-NOCPTE
 29500             " " DOM-CLERIB "  EFFET " DOM-DT-EFFET "  "
 29600             WS-LIB-STATUT.
