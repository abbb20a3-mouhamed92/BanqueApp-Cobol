000010*================================================================*
000020*  DEVCPY25 - ENREGISTREMENT DE CAISSE GUICHETIER (FICHIER       *
000030*  CAISSE) - UN ENREGISTREMENT PAR AGENCE, PAR OPERATEUR ET PAR  *
000040*  DEVISE (TND COMPRIS), TENU A JOUR PAR LA ROUTINE COMMUNE      *
000050*  CONTROLE-CAISSE. LE FONDS INITIAL EST SAISI A L'OUVERTURE DE  *
000060*  LA CAISSE ; LES ACHATS SONT LES BILLETS RECUS DU CLIENT, LES  *
000070*  VENTES LES BILLETS REMIS AU CLIENT (MONTANT NET SERVI). LE    *
000080*  SOLDE THEORIQUE EST FONDS INITIAL + ACHATS - VENTES. A        *
000090*  L'ARRETE, LE GUICHETIER SAISIT LE SOLDE COMPTE ; UN ECART     *
000100*  NON NUL MET LA CAISSE EN ECART ("E") JUSQU'A SA               *
000110*  REGULARISATION PAR UN SUPERVISEUR (VISA ET JUSTIFICATION).    *
000120*================================================================*
000130 01  CAI-RECORD.
000140     05  CAI-CLE.
000150         10  CAI-AGENCE          PIC X(03).
000160         10  CAI-OPERATEUR-ID    PIC X(08).
000170         10  CAI-DEVISE          PIC X(03).
000180     05  CAI-DATE                PIC 9(08).
000190     05  CAI-STATUT              PIC X(01).
000200         88  CAI-OUVERTE             VALUE "O".
000210         88  CAI-ARRETEE             VALUE "F".
000220         88  CAI-EN-ECART            VALUE "E".
000230     05  CAI-FONDS-INITIAL       PIC 9(09)V9(02).
000240     05  CAI-ACHATS              PIC S9(09)V9(02).
000250     05  CAI-VENTES              PIC S9(09)V9(02).
000260     05  CAI-SOLDE-COMPTE        PIC 9(09)V9(02).
000270     05  CAI-ECART               PIC S9(09)V9(02).
000280     05  CAI-HEURE-ARRETE        PIC 9(06).
000290     05  CAI-VISA-ID             PIC X(08).
000300     05  CAI-JUSTIFICATION       PIC X(30).
000310     05  FILLER                  PIC X(10).
