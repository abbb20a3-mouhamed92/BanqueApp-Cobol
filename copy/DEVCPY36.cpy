000010*================================================================*
000020*  DEVCPY36 - ENREGISTREMENT DU JOURNAL DES IDENTIFICATIONS      *
000030*  (FICHIER SIGNON) - UNE LIGNE PAR TENTATIVE D'IDENTIFICATION,  *
000040*  ACCEPTEE OU REFUSEE, ECRITE PAR LA ROUTINE COMMUNE            *
000050*  CONTROLE-OPERATEUR : OPERATEUR, PROGRAMME APPELANT, AGENCE    *
000060*  (A BLANC HORS GUICHET), DATE ET HEURE DE L'HORLOGE DU         *
000070*  SYSTEME (HEURE REELLE DE LA TENTATIVE, ET NON DATE DE         *
000080*  TRAITEMENT) ET CODE RETOUR DE LA ROUTINE. LE VERROUILLAGE     *
000090*  EST MARQUE SUR LA LIGNE DU TROISIEME CODE PIN ERRONE.         *
000100*  EXPLOITE PAR ETAT-SECURITE.                                   *
000110*================================================================*
000120 01  SGN-RECORD.
000130     05  SGN-DATE                PIC 9(08).
000140     05  SGN-HEURE               PIC 9(06).
000150     05  SGN-OPERATEUR-ID        PIC X(08).
000160     05  SGN-PROGRAMME           PIC X(30).
000170     05  SGN-AGENCE              PIC X(03).
000180     05  SGN-CODE-RETOUR         PIC X(02).
000190         88  SGN-ADMIS               VALUE "00".
000200         88  SGN-INCONNU             VALUE "04".
000210         88  SGN-SUSPENDU            VALUE "08".
000220         88  SGN-PROFILS-INDISPO     VALUE "12".
000230         88  SGN-PIN-ERRONE          VALUE "16".
000240         88  SGN-VERROUILLE          VALUE "24".
000250         88  SGN-PIN-NON-ATTRIBUE    VALUE "28".
000260         88  SGN-PIN-NON-CHANGE      VALUE "32".
000270     05  SGN-VERROUILLAGE        PIC X(01).
000280         88  SGN-VERROUILLAGE-FAIT   VALUE "O".
000290     05  FILLER                  PIC X(10).
