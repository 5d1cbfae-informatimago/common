   100******************************************************************
   200*                                                                *
   300*   CYWGELT - DESCRIPTION DE L'ENREGISTREMENT DU FICHIER         *
   400*             PMGCGELT (TIERS BLOQUES PAR LE FILTRAGE DES GELS   *
   500*             DES AVOIRS)                                        *
   600*                                                                *
   700*   RECONSTITUE A CHAQUE PASSAGE DE BPRIB28 : UN ENREGISTREMENT  *
   800*   PAR TIERS DONT UNE CORRESPONDANCE AU MOINS N'EST PAS LEVEE   *
   900*   PAR LA CONFORMITE (RIBLEVD), AVEC LA PREMIERE REFERENCE      *
  1000*   BLOQUANTE, LE MEILLEUR SCORE ET LE NOMBRE DE CORRESPONDANCES *
  1100*   RELEVEES.                                                    *
  1200*   CONSULTE PAR BPRIB07, QUI MET LES ORDRES DU TIERS EN ATTENTE *
  1300*   DANS RIBATTG AU LIEU DE LES PAYER.                           *
  1400*                                                                *
  1500******************************************************************
  1600* MODIFICATIONS
  1700*   2026-10-15 JLB  CREATION INITIALE
  1800******************************************************************
  1900 01  GLT-ENREG.
  2000     05  GLT-TIE-ID              PIC X(10).
  2100     05  GLT-STATUT              PIC X(01).
  2200         88  GLT-A-EXAMINER          VALUE "A".
  2300         88  GLT-GEL-CONFIRME        VALUE "G".
  2400     05  GLT-GEL-REF             PIC X(15).
  2500     05  GLT-SCORE               PIC 9(03).
  2600     05  GLT-NB-CORRESP          PIC 9(03).
  2700     05  GLT-DATE                PIC 9(08).
