000010*================================================================*
000020*  DEVCPY27 - ENREGISTREMENT PARAMETRE DE LA SURVEILLANCE DU     *
000030*  FRACTIONNEMENT (FICHIER SURVPARM) - UN SEUL ENREGISTREMENT,   *
000040*  LU PAR SURVEILLANCE-FRACTIONNEMENT. UNE RUBRIQUE A ZERO OU    *
000050*  NON NUMERIQUE (OU L'ABSENCE DU FICHIER) FAIT APPLIQUER LA     *
000060*  VALEUR PAR DEFAUT DU PROGRAMME :                              *
000070*    - DUREE DE LA FENETRE GLISSANTE EN JOURS (DEFAUT 30) ;      *
000080*    - BAS DE LA TRANCHE "JUSTE SOUS LE PLAFOND", EN POURCENTAGE *
000090*      DU PLAFOND DECLSEUIL (DEFAUT 80) ;                        *
000100*    - NOMBRE D'OPERATIONS JUSTE SOUS LE PLAFOND (DEFAUT 3) ;    *
000110*    - NOMBRE D'AGENCES DISTINCTES FREQUENTEES (DEFAUT 3) ;      *
000120*    - NOMBRE TOTAL D'OPERATIONS DU CLIENT (DEFAUT 10) ;         *
000130*    - CUMUL TND D'UN CLIENT NON-RESIDENT (DEFAUT 50000).        *
000140*  CHAQUE SEUIL EST ATTEINT A PARTIR DE LA VALEUR DONNEE.        *
000150*================================================================*
000160 01  SPR-ENREG.
000170     05  SPR-NB-JOURS            PIC 9(03).
000180     05  SPR-POURCENT-PROCHE     PIC 9(03).
000190     05  SPR-NB-PROCHES          PIC 9(03).
000200     05  SPR-NB-AGENCES          PIC 9(03).
000210     05  SPR-NB-OPERATIONS       PIC 9(05).
000220     05  SPR-VOLUME-NON-RESIDENT PIC 9(09)V9(02).
000230     05  FILLER                  PIC X(10).
