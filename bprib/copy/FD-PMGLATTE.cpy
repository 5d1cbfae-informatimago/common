   100******************************************************************
   200*   FD-PMGLATTE - ETAT DES DECISIONS ET DE L'ANCIENNETE DES      *
   300*                 ORDRES EN ATTENTE (BPRIB21)                    *
   400******************************************************************
   500 FD  PMGLATTE
   600     LABEL RECORDS ARE STANDARD.
   700 01  ATTE-LIGNE                  PIC X(132).
