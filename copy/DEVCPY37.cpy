000010*================================================================*
000020*  DEVCPY37 - REPERE DES ANNULATIONS PRISES EN COMPTE DANS LES   *
000030*  DECLARATIONS DE CONTROLE DES CHANGES (FICHIER DECLANN) - UN   *
000040*  SEUL ENREGISTREMENT, REECRIT PAR CONVERSION-BATCH A CHAQUE    *
000050*  FIN DE LOT : DATE DE JOURNALISATION DE LA DERNIERE LIGNE      *
000060*  D'ANNULATION (TYPE "A") DU JOURNAL D'AUDIT DEJA EXAMINEE, ET  *
000070*  NOMBRE DE LIGNES D'ANNULATION DE CETTE DATE DEJA EXAMINEES    *
000080*  (LE JOURNAL ETANT ECRIT EN AJOUT, CE SONT LES PREMIERES DE    *
000090*  LA DATE). LE LOT SUIVANT N'EXAMINE QUE LES LIGNES SUIVANTES.  *
000100*================================================================*
000110 01  DAN-RECORD.
000120     05  DAN-DATE-ANNULATION     PIC 9(08).
000130     05  DAN-NB-ANNULATIONS      PIC 9(07).
000140     05  FILLER                  PIC X(05).
