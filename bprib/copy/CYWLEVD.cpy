   100******************************************************************
   200*                                                                *
   300*   CYWLEVD - ENREGISTREMENT DU REGISTRE DES LEVEES DE DOUTE DU  *
   400*             FILTRAGE DES GELS DES AVOIRS (RIBLEVD, TENU PAR LA *
   500*             CONFORMITE, LU PAR BPRIB28)                        *
   600*                                                                *
   700*   UNE DECISION PAR COUPLE TIERS / REFERENCE DE LA LISTE :      *
   800*     - "F" FAUX POSITIF CONFIRME : LE TIERS N'EST PLUS BLOQUE   *
   900*       POUR CETTE REFERENCE, TANT QUE SON NOM RESTE CELUI QUI A *
  1000*       ETE EXAMINE (LEV-NOM) ; UN CHANGEMENT DE NOM REMET LA    *
  1100*       CORRESPONDANCE A L'EXAMEN                                *
  1200*     - "G" GEL CONFIRME : LE TIERS RESTE BLOQUE                 *
  1300*   L'AUTEUR ET LA DATE DE LA DECISION SONT OBLIGATOIRES ; UNE   *
  1400*   DECISION SANS AUTEUR EST IGNOREE (SIGNALEE PAR BPRIB28).     *
  1500*   LE REGISTRE EST CUMULATIF : LES DECISIONS NE SONT JAMAIS     *
  1600*   SUPPRIMEES, UNE DECISION ULTERIEURE SUR LE MEME COUPLE EST   *
  1700*   AJOUTEE A LA SUITE ET FAIT FOI.                              *
  1800*                                                                *
  1900******************************************************************
  2000* MODIFICATIONS
  2100*   2026-10-15 JLB  CREATION INITIALE
  2200******************************************************************
  2300 01  LEV-ENREG.
  2400     05  LEV-TIE-ID              PIC X(10).
  2500     05  LEV-GEL-REF             PIC X(15).
  2600     05  LEV-DECISION            PIC X(01).
  2700         88  LEV-FAUX-POSITIF        VALUE "F".
  2800         88  LEV-GEL-CONFIRME        VALUE "G".
  2900     05  LEV-NOM                 PIC X(24).
  3000     05  LEV-AUTEUR              PIC X(08).
  3100     05  LEV-DATE                PIC 9(08).
  3200     05  LEV-COMMENTAIRE         PIC X(40).
