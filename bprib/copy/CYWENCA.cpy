  1300******************************************************************
  1400* MODIFICATIONS
  1500*   2026-09-01 JLB  CREATION INITIALE
  1510*   2026-10-15 JLB  AJOUT DU NUMERO DE PRESENTATION (ORDRES
  1520*                   REPRESENTES APRES REJET PAR BPRIB25)
  1600******************************************************************
  1700 01  ENC-ENREG.
  1800     05  ENC-TIE-ID              PIC X(10).
  2000     05  ENC-MONTANT             PIC 9(11)V99.
  2100     05  ENC-LIBELLE             PIC X(31).
  2200     05  ENC-DATE-ECH            PIC 9(08).
  2300*        NUMERO DE PRESENTATION : A BLANC OU A ZERO POUR UN ORDRE
  2400*        SAISI (PRESENTATION INITIALE), RENSEIGNE PAR BPRIB25
  2500*        POUR UN ENCAISSEMENT REPRESENTE APRES REJET
  2600     05  ENC-NB-PRES             PIC 9(02).
