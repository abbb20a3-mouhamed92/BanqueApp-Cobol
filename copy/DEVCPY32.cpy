000010*================================================================*
000020*  DEVCPY32 - ENREGISTREMENT DU REFERENTIEL DES AGENCES (FICHIER *
000030*  AGENCES, CLE CODE AGENCE) - TENU PAR MAINT-AGENCE. LU PAR     *
000040*  CONTROLE-TRX, QUI REFUSE LE BLOC D'UNE AGENCE INCONNUE OU     *
000050*  FERMEE ET EDITE L'ETAT DES TRANSMISSIONS DES AGENCES DONT UN  *
000060*  FICHIER QUOTIDIEN EST ATTENDU, ET PAR LA ROUTINE COMMUNE      *
000070*  CONTROLE-AGENCE, QUI REFUSE AU GUICHET UN CODE AGENCE         *
000080*  INCONNU OU UNE AGENCE QUI N'EST PAS OUVERTE.                  *
000090*  UNE AGENCE FERMEE OU FERMEE TEMPORAIREMENT N'EST PAS          *
000100*  ATTENDUE A LA TRANSMISSION, QUEL QUE SOIT L'INDICATEUR.       *
000110*================================================================*
000120 01  AGC-RECORD.
000130     05  AGC-CODE                PIC X(03).
000140     05  AGC-NOM                 PIC X(30).
000150     05  AGC-REGION              PIC X(20).
000160     05  AGC-STATUT              PIC X(01).
000170         88  AGC-OUVERTE             VALUE "O".
000180         88  AGC-FERMEE              VALUE "F".
000190         88  AGC-FERMEE-TEMPO        VALUE "T".
000200     05  AGC-FICHIER-ATTENDU     PIC X(01).
000210         88  AGC-FICHIER-QUOTIDIEN   VALUE "O".
000220         88  AGC-SANS-FICHIER        VALUE "N".
000230     05  AGC-DATE-MAJ            PIC 9(08).
000240     05  AGC-OPERATEUR-ID        PIC X(08).
000250     05  FILLER                  PIC X(09).
