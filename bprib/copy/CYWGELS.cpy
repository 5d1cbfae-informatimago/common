   100******************************************************************
   200*                                                                *
   300*   CYWGELS - ENREGISTREMENT DE L'EXTRAIT DES LISTES DE GELS DES *
   400*             AVOIRS ET DE SANCTIONS (RIBGELS, LU PAR BPRIB28)   *
   500*                                                                *
   600*   EXTRAIT PREPARE PAR L'EXPLOITATION A PARTIR DU REGISTRE      *
   700*   NATIONAL DES GELS (DG TRESOR) ET DE LA LISTE CONSOLIDEE DES  *
   800*   SANCTIONS FINANCIERES DE L'UNION EUROPEENNE : UN             *
   900*   ENREGISTREMENT PAR NOM ET PAR ALIAS (LES ALIAS D'UNE MEME    *
  1000*   PERSONNE PORTENT LA MEME REFERENCE).                         *
  1100*   UNE MESURE GEOGRAPHIQUE (GEL-MESURE-PAYS) VISE TOUT          *
  1200*   BENEFICIAIRE ETRANGER DONT L'IBAN EST DOMICILIE DANS LE PAYS *
  1300*   GEL-PAYS ; SON NOM EST ALORS A BLANC.                        *
  1400*   POUR UNE PERSONNE OU UNE ENTITE, GEL-PAYS (FACULTATIF) EST   *
  1500*   LE PAYS DE RATTACHEMENT CONNU.                               *
  1600*                                                                *
  1700******************************************************************
  1800* MODIFICATIONS
  1900*   2026-10-15 JLB  CREATION INITIALE
  2000******************************************************************
  2100 01  GEL-ENREG.
  2200     05  GEL-REF                 PIC X(15).
  2300     05  GEL-SOURCE              PIC X(03).
  2400         88  GEL-SOURCE-DGT          VALUE "DGT".
  2500         88  GEL-SOURCE-UE           VALUE "UE ".
  2600     05  GEL-TYPE                PIC X(01).
  2700         88  GEL-NOMINATIF           VALUE " " "N".
  2800         88  GEL-MESURE-PAYS         VALUE "P".
  2900     05  GEL-PAYS                PIC X(02).
  3000     05  GEL-NOM                 PIC X(70).
