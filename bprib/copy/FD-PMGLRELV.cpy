   100******************************************************************
   200*   FD-PMGLRELV - ETAT DU RAPPROCHEMENT DU RELEVE BANCAIRE       *
   300*                 AVEC LES REMISES (BPRIB24)                     *
   400******************************************************************
   500 FD  PMGLRELV
   600     LABEL RECORDS ARE STANDARD.
   700 01  RELV-LIGNE                  PIC X(132).
