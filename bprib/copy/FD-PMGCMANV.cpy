   100******************************************************************
   200*   FD-PMGCMANV - DECHARGEMENT DE PMGCMAND A L'ANCIEN FORMAT     *
   300*                 (CYWMAND SANS MND-DT-DERN-PREL, 71 CARACTERES) *
   400******************************************************************
   500 FD  PMGCMANV
   600     LABEL RECORDS ARE STANDARD.
   700 01  MNV-ENREG                   PIC X(71).
