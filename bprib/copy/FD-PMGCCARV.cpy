   100******************************************************************
   200*   FD-PMGCCARV - DECHARGEMENT DE PMGCCARE A L'ANCIEN FORMAT     *
   300*                 (CYWCARE SANS LES ZONES IBAN/BIC, 105          *
   400*                 CARACTERES)                                    *
   500******************************************************************
   600 FD  PMGCCARV
   700     LABEL RECORDS ARE STANDARD.
   800 01  CRV-ENREG                   PIC X(105).
