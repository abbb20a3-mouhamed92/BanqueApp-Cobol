000010*================================================================*
000020*  DEVCPY31 - ENREGISTREMENT DE LA DATE DE TRAITEMENT (FICHIER   *
000030*  DATETRT) - UN SEUL ENREGISTREMENT, LU PAR LA ROUTINE COMMUNE  *
000040*  DATE-TRAITEMENT POUR TOUS LES PROGRAMMES DU LOT ET DU         *
000050*  GUICHET. INITIALISE PAR MAINT-CALENDRIER, IL N'EST AVANCE AU  *
000060*  JOUR OUVRE SUIVANT QUE PAR CLOTURE-JOURNEE, APRES LA DERNIERE *
000070*  ETAPE DE LA CHAINE DU SOIR ; LA DATE ET L'HEURE SYSTEME DE LA *
000080*  DERNIERE CLOTURE SONT CONSERVEES.                             *
000090*================================================================*
000100 01  DTR-RECORD.
000110     05  DTR-DATE-TRAITEMENT     PIC 9(08).
000120     05  DTR-DATE-PRECEDENTE     PIC 9(08).
000130     05  DTR-DATE-CLOTURE        PIC 9(08).
000140     05  DTR-HEURE-CLOTURE       PIC 9(06).
000150     05  FILLER                  PIC X(10).
