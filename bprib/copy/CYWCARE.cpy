  2030*                   CHAINE (EMPREINTE RIBVALD CONNUE MAIS
  2040*                   DIFFERENTE) : TOUTES LES VOIES DE MUTATION
  2050*                   SONT COUVERTES
  2060*   2026-10-15 JLB  DOMICILIATIONS ETRANGERES : TYPE DE
  2070*                   DOMICILIATION ET IBAN/BIC ANCIEN ET NOUVEAU
  2080*                   EN FIN D'ENREGISTREMENT, LES ZONES RIB
  2090*                   RESTANT A BLANC POUR UN TYPE "E".
  2091*                   ENREGISTREMENT ALLONGE DE 105 A 197 : LE
  2092*                   FICHIER EST RECHARGE PAR BPRIB32 A PARTIR DE
  2093*                   SON DECHARGEMENT SEQUENTIEL PMGCCARV
  2100******************************************************************
  2200 01  CAR-ENREG.
  2300     05  CAR-TIE-ID              PIC X(10).
  3800     05  CAR-DT-LEVEE            PIC 9(08) VALUE ZERO.
  3900     05  CAR-USER-LEVEE          PIC X(08) VALUE SPACES.
  4000     05  CAR-MOTIF-LEVEE         PIC X(24) VALUE SPACES.
  4100*        DOMICILIATION ETRANGERE (TYPE "E", CF TIE-DOMIC-ETR) :
  4200*        IBAN ET BIC ; A BLANC POUR UN RIB FRANCAIS
  4300     05  CAR-ANC-TYPE-DOM        PIC X(01) VALUE SPACES.
  4400         88  CAR-ANC-ETRANGER        VALUE "E".
  4500     05  CAR-ANC-IBAN            PIC X(34) VALUE SPACES.
  4600     05  CAR-ANC-BIC             PIC X(11) VALUE SPACES.
  4700     05  CAR-NOU-TYPE-DOM        PIC X(01) VALUE SPACES.
  4800         88  CAR-NOU-ETRANGER        VALUE "E".
  4900     05  CAR-NOU-IBAN            PIC X(34) VALUE SPACES.
  5000     05  CAR-NOU-BIC             PIC X(11) VALUE SPACES.
