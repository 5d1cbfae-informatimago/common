   100******************************************************************
   200*   FD-PMGCCPTA - TABLE DE PARAMETRAGE COMPTABLE DES REGLEMENTS  *
   300*                 (COMPTES GENERAUX ET JOURNAL PAR EMETTEUR ET   *
   400*                 PAR POPULATION)                                *
   500******************************************************************
   600 FD  PMGCCPTA
   700     LABEL RECORDS ARE STANDARD.
   800 COPY CYWCPTA.
