   100******************************************************************
   200*                                                                *
   300*   CYWATTG - ENREGISTREMENT DU FICHIER DES ORDRES DE PAIEMENT   *
   400*             BLOQUES PAR LE FILTRAGE DES GELS DES AVOIRS (ECRIT *
   500*             PAR BPRIB07, DISTINCT DES REJETS RIBREJP)          *
   600*                                                                *
   700*   REPREND L'ORDRE D'ORIGINE COMPLET AVEC LA REFERENCE DE LA    *
   800*   LISTE QUI BLOQUE LE TIERS ET LE STATUT DU BLOCAGE (CF        *
   900*   CYWGELT), POUR REINJECTION APRES LEVEE DE DOUTE PAR LA       *
  1000*   CONFORMITE.                                                  *
  1100*                                                                *
  1200******************************************************************
  1300* MODIFICATIONS
  1400*   2026-10-15 JLB  CREATION INITIALE
  1500******************************************************************
  1600 01  ATG-ENREG.
  1700     05  ATG-TIE-ID              PIC X(10).
  1800     05  ATG-MONTANT             PIC 9(11)V99.
  1900     05  ATG-LIBELLE             PIC X(31).
  2000     05  ATG-DATE-EXEC           PIC 9(08).
  2100     05  ATG-EMET-ID             PIC X(05).
  2200     05  ATG-GEL-REF             PIC X(15).
  2300     05  ATG-STATUT              PIC X(01).
