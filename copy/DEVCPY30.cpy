000010*================================================================*
000020*  DEVCPY30 - ENREGISTREMENT DU CALENDRIER DES JOURS OUVRES      *
000030*  (FICHIER CALENDR, CLE DATE) - TENU PAR MAINT-CALENDRIER ET    *
000040*  LU PAR LA ROUTINE COMMUNE DATE-TRAITEMENT. SANS LIGNE POUR    *
000050*  UNE DATE, LE SAMEDI ET LE DIMANCHE SONT CHOMES ET LES AUTRES  *
000060*  JOURS OUVRES ; UNE LIGNE "F" DECLARE UN JOUR FERIE BANCAIRE   *
000070*  (FETES NATIONALES ET RELIGIEUSES, FIXEES CHAQUE ANNEE), UNE   *
000080*  LIGNE "O" UN SAMEDI OU UN DIMANCHE EXCEPTIONNELLEMENT OUVRE.  *
000090*================================================================*
000100 01  CAL-RECORD.
000110     05  CAL-DATE                PIC 9(08).
000120     05  CAL-TYPE                PIC X(01).
000130         88  CAL-JOUR-FERIE          VALUE "F".
000140         88  CAL-JOUR-OUVRE          VALUE "O".
000150     05  CAL-LIBELLE             PIC X(30).
000160     05  CAL-DATE-MAJ            PIC 9(08).
000170     05  CAL-OPERATEUR-ID        PIC X(08).
000180     05  FILLER                  PIC X(10).
