000010*================================================================*
000020*  DEVCPY33 - ENREGISTREMENT DU COMPTEUR DES BORDEREAUX DE       *
000030*  CHANGE (FICHIER NUMBORD, CLE AGENCE + ANNEE CIVILE) - TENU A  *
000040*  JOUR PAR LA ROUTINE COMMUNE NUMERO-BORDEREAU, QUI ATTRIBUE A  *
000050*  CHAQUE CONVERSION ABOUTIE, AU GUICHET OU PAR LE LOT, LE       *
000060*  NUMERO SUIVANT DE L'AGENCE POUR L'ANNEE. LA NUMEROTATION      *
000070*  REPART A UN CHAQUE ANNEE.                                     *
000080*  LA DATE DU JOUR ET LE PREMIER NUMERO DU JOUR SONT CEUX DE LA  *
000090*  DERNIERE JOURNEE OU UN NUMERO A ETE ATTRIBUE. LE PROGRAMME    *
000100*  ETAT-BORDEREAUX RECHERCHE DANS LE JOURNAL D'AUDIT CHAQUE      *
000110*  NUMERO DU PREMIER DU JOUR AU DERNIER ATTRIBUE ET SIGNALE LES  *
000115*  TROUS DE NUMEROTATION.                                        *
000120*================================================================*
000130 01  NBD-RECORD.
000140     05  NBD-CLE.
000150         10  NBD-AGENCE          PIC X(03).
000160         10  NBD-ANNEE           PIC 9(04).
000170     05  NBD-DERNIER-NUMERO      PIC 9(07).
000180     05  NBD-DATE-JOUR           PIC 9(08).
000190     05  NBD-PREMIER-DU-JOUR     PIC 9(07).
000200     05  FILLER                  PIC X(11).
