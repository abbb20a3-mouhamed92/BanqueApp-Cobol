000010*================================================================*
000020*  DEVCPY29 - ENREGISTREMENT DE COTATION NEGOCIEE PAR LA SALLE   *
000030*  DES MARCHES (FICHIER COTATION) - UNE COTATION PAR CLIENT ET   *
000040*  PAR OPERATION, SAISIE PAR UN OPERATEUR DE ROLE TRESORERIE     *
000050*  DANS MAINT-COTATION. LE NUMERO EST FORME DU JOUR DE SAISIE    *
000060*  (AAQQQ) ET D'UN NUMERO D'ORDRE DANS LA JOURNEE ; IL EST       *
000070*  COMMUNIQUE AU GUICHET QUI LE REPORTE SUR L'OPERATION.         *
000080*  DEV-TAUX-CALCUL N'APPLIQUE LE TAUX ET LA COMMISSION COTES     *
000090*  QU'A UNE COTATION ACTIVE, NON ECHUE, DU MEME CLIENT, DU MEME  *
000100*  SENS ET DES MEMES DEVISES, POUR UN MONTANT AU PLUS EGAL AU    *
000110*  PLAFOND (EXPRIME COMME LE MONTANT DE L'OPERATION : EN DEVISE  *
000120*  POUR LE SENS "D", EN TND POUR LE SENS "T"). LA COTATION EST   *
000130*  SOLDEE ("U") PAR SA PREMIERE OPERATION ABOUTIE.               *
000140*  LE TAUX COTE S'EXPRIME COMME LE COURS DU TABLEAU (TND POUR    *
000150*  UNE UNITE DE DEVISE) ; LA COMMISSION EST FIXE ("F"), EN       *
000160*  POURCENTAGE DU MONTANT BRUT ("P") OU NULLE ("S"), DANS LA     *
000170*  DEVISE DU MONTANT CONVERTI, SANS MINIMUM.                     *
000180*  STATUTS : "A" ACTIVE, "U" UTILISEE, "X" ANNULEE PAR LA SALLE  *
000190*  DES MARCHES.                                                  *
000200*================================================================*
000210 01  COT-RECORD.
000220     05  COT-NO                  PIC 9(08).
000230     05  COT-NO-DETAIL REDEFINES COT-NO.
000240         10  COT-NO-JOUR         PIC 9(05).
000250         10  COT-NO-ORDRE        PIC 9(03).
000260     05  COT-CLIENT-ID           PIC X(08).
000270     05  COT-SENS                PIC X(01).
000280         88  COT-ACHAT-DEVISE        VALUE "D".
000290         88  COT-VENTE-DEVISE        VALUE "T".
000300     05  COT-DEVISE-SOURCE       PIC X(03).
000310     05  COT-DEVISE-CIBLE        PIC X(03).
000320     05  COT-MONTANT-PLAFOND     PIC 9(05)V9(02).
000330     05  COT-TAUX                PIC 9(03)V9(04).
000340     05  COT-TYPE-FRAIS          PIC X(01).
000350         88  COT-FRAIS-FIXES         VALUE "F".
000360         88  COT-FRAIS-EN-POURCENT   VALUE "P".
000370         88  COT-SANS-FRAIS          VALUE "S".
000380     05  COT-MONTANT-FIXE        PIC 9(05)V9(02).
000390     05  COT-POURCENTAGE         PIC 9(02)V9(03).
000400     05  COT-DATE-EXPIRATION     PIC 9(08).
000410     05  COT-HEURE-EXPIRATION    PIC 9(06).
000420     05  COT-STATUT              PIC X(01).
000430         88  COT-ACTIVE              VALUE "A".
000440         88  COT-UTILISEE            VALUE "U".
000450         88  COT-ANNULEE             VALUE "X".
000460     05  COT-DATE-CREATION       PIC 9(08).
000470     05  COT-HEURE-CREATION      PIC 9(06).
000480     05  COT-OPERATEUR-ID        PIC X(08).
000490     05  COT-DATE-CLOTURE        PIC 9(08).
000500     05  COT-HEURE-CLOTURE       PIC 9(06).
000510     05  COT-OPERATEUR-CLOTURE   PIC X(08).
000520     05  FILLER                  PIC X(10).
