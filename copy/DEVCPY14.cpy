000147*  SEUL UN VISA EXPLICITE PASSE OUTRE LE CONTROLE.               *
000150*  LE CODE AGENCE EST CELUI DE LA TRANSACTION D'ORIGINE : IL     *
000155*  INDIQUE AU GUICHET ARRIERE QUELLE AGENCE CONTACTER.           *
00155A*  LE SENS EST CELUI DE LA TRANSACTION D'ORIGINE (DEVCPY03).     *
000156*  MOTIF "20" : ACHAT DE DEVISES D'UN CLIENT RESIDENT QUI        *
00156A*  DEPASSERAIT SON ALLOCATION ANNUELLE (ALLOCDEV) ; L'ITEM EST   *
000157*  CORRIGE APRES REVISION DU DROIT OU ABANDONNE.                 *
00157A*  MOTIF "24" : COTATION NEGOCIEE REFUSEE (INCONNUE, ECHUE, DEJA *
000158*  UTILISEE OU NON CONFORME) ; LE GUICHET ARRIERE CORRIGE LE     *
000159*  NUMERO DE COTATION (ZERO = COURS DU TABLEAU) OU ABANDONNE.    *
000160*================================================================*
000170 01  RCY-RECORD.
000180     05  RCY-CLE.
000325     05  RCY-AGENCE              PIC X(03).
000327     05  RCY-VISA                PIC X(01).
000328         88  RCY-VISA-ACCORDE        VALUE "O".
000330     05  RCY-SENS                PIC X(01).
000340     05  RCY-NO-COTATION         PIC 9(08).
