000054*  LE CODE AGENCE EST CELUI DE L'AGENCE OU L'OPERATION A ETE     *
000055*  EXECUTEE (AGENCE EMETTRICE POUR LE LOT, AGENCE SAISIE AU      *
000056*  GUICHET ; A BLANC POUR UNE LIGNE A L'ANCIEN FORMAT).          *
00056A*  LE TAUX APPLIQUE EST CELUI RESTITUE PAR DEV-TAUX-CALCUL (POUR *
00056B*  LE SENS CROISE, TAUX DE LA JAMBE SOURCE VERS LE TND).         *
00056C*  UNE LIGNE D'ANNULATION (TYPE "A") CONTREPASSE UNE CONVERSION  *
00056D*  ABOUTIE : ELLE REPREND LE SENS, LES DEVISES, LES MONTANTS, LE *
00056E*  CLIENT ET L'AGENCE DE L'ORIGINAL, QU'ELLE DESIGNE PAR SA DATE *
00056F*  DE JOURNALISATION, SON HEURE, SON OPERATEUR ET SON NUMERO DE  *
00056G*  SEQUENCE ; L'APPROBATEUR EST L'OPERATEUR QUI A VISE           *
00056H*  L'ANNULATION. LES TRAITEMENTS AVAL DEDUISENT CES LIGNES AU    *
00056I*  LIEU DE LES CUMULER. TYPE A BLANC = CONVERSION NORMALE.       *
00056J*  LE TYPE D'ALLOCATION EST CELUI DE L'ALLOCATION ANNUELLE       *
00056K*  (ALLOCDEV) IMPUTEE PAR UN ACHAT DE DEVISES (SENS "T") D'UN    *
00056L*  CLIENT RESIDENT ; A BLANC POUR TOUTE AUTRE OPERATION.         *
00056M*  LE NUMERO DE COTATION EST CELUI DE LA COTATION NEGOCIEE AVEC  *
00056N*  LA SALLE DES MARCHES (COTATION) DONT LE TAUX ET LA COMMISSION *
00056O*  ONT ETE APPLIQUES ; ZERO (OU BLANC POUR UNE LIGNE A L'ANCIEN  *
00056P*  FORMAT) = COURS ET BAREME DU TABLEAU.                         *
00056Q*  LE NUMERO DE BORDEREAU EST CELUI DU BORDEREAU DE CHANGE REMIS *
00056R*  AU CLIENT POUR UNE CONVERSION ABOUTIE (COMPTEUR NUMBORD PAR   *
00056S*  AGENCE ET PAR ANNEE DE LA DATE DE JOURNALISATION) ; ZERO POUR *
00056T*  UNE OPERATION REFUSEE, BLANC POUR UNE LIGNE A L'ANCIEN        *
00056U*  FORMAT. UNE LIGNE D'ANNULATION REPREND LE NUMERO DU BORDEREAU *
00056V*  DE L'ORIGINAL.                                                *
000057*================================================================*
000060 01  AUD-RECORD.
000070     05  AUD-DATE                PIC 9(08).
000200         88  AUD-CLIENT-NON-RESIDENT VALUE "N".
000210     05  AUD-SEQ-NO              PIC 9(07).
000220     05  AUD-AGENCE              PIC X(03).
000230     05  AUD-TAUX-APPLIQUE       PIC 9(03)V9(04).
000240     05  AUD-TYPE-OPERATION      PIC X(01).
000250         88  AUD-OPERATION-NORMALE   VALUE " " "N".
000260         88  AUD-ANNULATION          VALUE "A".
000270     05  AUD-REF-ORIGINE.
000280         10  AUD-REF-DATE        PIC 9(08).
000290         10  AUD-REF-HEURE       PIC 9(06).
000300         10  AUD-REF-OPERATEUR-ID
000310                                 PIC X(08).
000320         10  AUD-REF-SEQ-NO      PIC 9(07).
000330     05  AUD-APPROBATEUR-ID      PIC X(08).
000340     05  AUD-TYPE-ALLOCATION     PIC X(01).
000350     05  AUD-NO-COTATION         PIC 9(08).
000360     05  AUD-NO-BORDEREAU        PIC 9(07).
