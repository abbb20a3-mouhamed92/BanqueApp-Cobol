000030*  TRANSACTIONS (CONTROLE-TRX) - L'IMAGE BRUTE DE LA LIGNE       *
000040*  RECUE DE L'AGENCE EST CONSERVEE TELLE QUELLE, SUIVIE DU       *
000050*  MOTIF DE REJET, POUR RETOUR A L'AGENCE EMETTRICE.             *
000052*  L'IMAGE COMPREND LE SENS DE L'OPERATION, SUIVI DU NUMERO DE   *
000054*  COTATION NEGOCIEE (A BLANC OU A ZERO = COURS DU TABLEAU).     *
000056*  LE MOTIF "09" REJETTE TOUTES LES LIGNES DU BLOC D'UNE AGENCE  *
000058*  INCONNUE DU REFERENTIEL DES AGENCES OU NON OUVERTE.           *
000060*================================================================*
000070 01  ANO-RECORD.
000080     05  ANO-TRX-IMAGE           PIC X(46).
000090     05  ANO-MOTIF               PIC X(02).
000100         88  ANO-MONTANT-NON-NUMERIQUE   VALUE "01".
000110         88  ANO-MONTANT-NUL             VALUE "02".
000130         88  ANO-SEQUENCE-NON-NUMERIQUE  VALUE "04".
000140         88  ANO-SEQUENCE-NON-CROISSANTE VALUE "05".
000150         88  ANO-CLIENT-INCONNU          VALUE "06".
000160         88  ANO-SENS-INVALIDE           VALUE "07".
000170         88  ANO-COTATION-NON-NUMERIQUE  VALUE "08".
000180         88  ANO-AGENCE-REFUSEE          VALUE "09".
