000010*================================================================*
000020*  DEVCPY26 - ENREGISTREMENT D'ALLOCATION ANNUELLE EN DEVISES    *
000030*  (FICHIER ALLOCDEV) - UN ENREGISTREMENT PAR CLIENT RESIDENT,   *
000040*  PAR ANNEE CIVILE ET PAR TYPE D'ALLOCATION. LE DROIT ANNUEL    *
000050*  EST SAISI DANS MAINT-CLIENT ; LA CONTRE-VALEUR TND CONSOMMEE  *
000060*  EST TENUE A JOUR PAR LA ROUTINE COMMUNE CONTROLE-ALLOCATION   *
000070*  A CHAQUE ACHAT DE DEVISES (SENS "T") ABOUTI, AU GUICHET OU    *
000080*  PAR LE LOT, ET RESTITUEE EN CAS D'ANNULATION. LE SOLDE        *
000090*  DISPONIBLE EST LE DROIT MOINS LA CONSOMMATION. LE RELEVE      *
000095*  ANNUEL POUR LA BANQUE CENTRALE EST EDITE PAR                  *
000096*  RELEVE-ALLOCATION.                                            *
000100*  TYPES : "T" ALLOCATION TOURISTIQUE (TYPE PAR DEFAUT),         *
000110*          "E" FRAIS D'ETUDES, "S" SOINS A L'ETRANGER,           *
000120*          "A" MISSION D'AFFAIRES.                               *
000130*================================================================*
000140 01  ALC-RECORD.
000150     05  ALC-CLE.
000160         10  ALC-CLIENT-ID       PIC X(08).
000170         10  ALC-ANNEE           PIC 9(04).
000180         10  ALC-TYPE            PIC X(01).
000190             88  ALC-TOURISTIQUE     VALUE "T".
000200             88  ALC-ETUDES          VALUE "E".
000210             88  ALC-SOINS           VALUE "S".
000220             88  ALC-AFFAIRES        VALUE "A".
000230             88  ALC-TYPE-VALIDE     VALUE "T" "E" "S" "A".
000240     05  ALC-DROIT-TND           PIC 9(09)V9(02).
000250     05  ALC-CONSOMME-TND        PIC 9(09)V9(02).
000260     05  ALC-NB-OPERATIONS       PIC 9(05).
000270     05  ALC-DATE-DERNIERE-OP    PIC 9(08).
000280     05  ALC-DATE-MAJ            PIC 9(08).
000290     05  ALC-OPERATEUR-MAJ       PIC X(08).
000300     05  FILLER                  PIC X(10).
