000070*  APPROBATEUR PEUT APPROUVER LES TAUX ET BAREMES, ET LE         *
000080*  PLAFOND (CONTRE-VALEUR TND PAR OPERATION) BLOQUE AU GUICHET   *
000090*  TOUTE CONVERSION QUI LE DEPASSE (ZERO = SANS PLAFOND).        *
000091*  LE CODE PIN N'EST JAMAIS CONSERVE EN CLAIR : SEULE SA FORME   *
000092*  BROUILLEE (ROUTINE BROUILLAGE-PIN, A ZERO OU A BLANC = CODE   *
000093*  NON ATTRIBUE) EST ENREGISTREE. UN CODE ATTRIBUE PAR UN        *
000094*  APPROBATEUR EST A CHANGER A LA PREMIERE UTILISATION ; UN      *
000095*  CODE CHOISI PAR L'OPERATEUR EXPIRE A LA DATE D'EXPIRATION.    *
000096*  TROIS CODES ERRONES CONSECUTIFS VERROUILLENT L'OPERATEUR,     *
000097*  QUE SEUL UN APPROBATEUR PEUT DEVERROUILLER.                   *
000100*================================================================*
000110 01  OPR-RECORD.
000120     05  OPR-ID                  PIC X(08).
000190         88  OPR-ACTIF               VALUE "A".
000200         88  OPR-SUSPENDU            VALUE "S".
000210     05  OPR-PLAFOND-TND         PIC 9(07)V9(02).
000211     05  OPR-PIN-BROUILLE        PIC 9(09).
000212     05  OPR-PIN-ETAT            PIC X(01).
000213         88  OPR-PIN-A-CHANGER       VALUE "C".
000214         88  OPR-PIN-VALIDE          VALUE "V".
000215     05  OPR-PIN-DATE-EXPIR      PIC 9(08).
000216     05  OPR-NB-ECHECS           PIC 9(01).
000217     05  OPR-VERROU              PIC X(01).
000218         88  OPR-VERROUILLE          VALUE "O".
000219     05  OPR-DATE-VERROU         PIC 9(08).
000220     05  FILLER                  PIC X(05).
