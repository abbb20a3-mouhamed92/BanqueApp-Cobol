000010*================================================================*
000020*  DEVCPY28 - ENREGISTREMENT DU FICHIER DES ALERTES DE           *
000030*  SURVEILLANCE DU FRACTIONNEMENT (FICHIER ALERTES). CLE = DATE  *
000040*  DE DETECTION + NUMERO D'ALERTE DANS LA JOURNEE + NUMERO DE    *
000050*  LIGNE. CHAQUE ALERTE COMPREND :                               *
000060*    - UNE LIGNE D'EN-TETE (LIGNE 0000, TYPE "E") ECRITE PAR     *
000070*      SURVEILLANCE-FRACTIONNEMENT : CLIENT, FENETRE, CRITERES   *
000080*      FRANCHIS, COMPTAGES ET CUMUL TND, ET L'ETAT DE REVUE      *
000090*      COURANT (N = NOUVELLE, C = CLASSEE SANS SUITE, S = SOUS   *
000100*      SURVEILLANCE, D = DECLAREE) ;                             *
000110*    - UNE LIGNE PAR OPERATION JUSTIFICATIVE (TYPE "D") DE LA    *
000120*      FENETRE, PRISE DANS AUDITLOG (ORIGINE "J") OU DANS        *
000130*      AUDARCH (ORIGINE "A") ;                                   *
000140*    - UNE LIGNE PAR DECISION DE REVUE (TYPE "R") AJOUTEE PAR    *
000150*      REVUE-ALERTE A LA SUITE DES PRECEDENTES.                  *
000160*  AUCUNE LIGNE N'EST JAMAIS SUPPRIMEE : UNE NOUVELLE DECISION   *
000170*  MET A JOUR L'ETAT DE L'EN-TETE ET S'AJOUTE A L'HISTORIQUE.    *
000180*  CRITERES : "O" = FRANCHI, BLANC = NON FRANCHI.                *
000190*================================================================*
000200 01  ALR-RECORD.
000210     05  ALR-CLE.
000220         10  ALR-DATE-DETECTION  PIC 9(08).
000230         10  ALR-NO-ALERTE       PIC 9(04).
000240         10  ALR-NO-LIGNE        PIC 9(04).
000250     05  ALR-TYPE-LIGNE          PIC X(01).
000260         88  ALR-LIGNE-ENTETE        VALUE "E".
000270         88  ALR-LIGNE-OPERATION     VALUE "D".
000280         88  ALR-LIGNE-REVUE         VALUE "R".
000290     05  ALR-ENTETE.
000300         10  ALR-CLIENT-ID       PIC X(08).
000310         10  ALR-RESIDENT        PIC X(01).
000320         10  ALR-DATE-DEBUT      PIC 9(08).
000330         10  ALR-DATE-FIN        PIC 9(08).
000340         10  ALR-CRIT-PROCHES    PIC X(01).
000350         10  ALR-CRIT-AGENCES    PIC X(01).
000360         10  ALR-CRIT-OPERATIONS PIC X(01).
000370         10  ALR-CRIT-NON-RESIDENT
000380                                 PIC X(01).
000390         10  ALR-NB-OPERATIONS   PIC 9(05).
000400         10  ALR-NB-PROCHES      PIC 9(05).
000410         10  ALR-NB-AGENCES      PIC 9(03).
000420         10  ALR-MONTANT-TND     PIC 9(11)V9(02).
000430         10  ALR-STATUT          PIC X(01).
000440             88  ALR-NOUVELLE        VALUE "N".
000450             88  ALR-CLASSEE         VALUE "C".
000460             88  ALR-SURVEILLEE      VALUE "S".
000470             88  ALR-DECLAREE        VALUE "D".
000480             88  ALR-STATUT-REVUE    VALUE "C" "S" "D".
000490         10  ALR-DATE-REVUE      PIC 9(08).
000500         10  ALR-REVISEUR-ID     PIC X(08).
000510         10  FILLER              PIC X(66).
000520     05  ALR-OPERATION REDEFINES ALR-ENTETE.
000530         10  ALR-OP-ORIGINE      PIC X(01).
000540             88  ALR-OP-JOURNAL      VALUE "J".
000550             88  ALR-OP-ARCHIVE      VALUE "A".
000560         10  ALR-OP-DATE         PIC 9(08).
000570         10  ALR-OP-HEURE        PIC 9(06).
000580         10  ALR-OP-AGENCE       PIC X(03).
000590         10  ALR-OP-OPERATEUR-ID PIC X(08).
000600         10  ALR-OP-SENS         PIC X(01).
000610         10  ALR-OP-DEVISE       PIC X(03).
000620         10  ALR-OP-MONTANT-TND  PIC 9(09)V9(02).
000630         10  ALR-OP-SEQ-NO       PIC 9(07).
000640         10  ALR-OP-PROCHE       PIC X(01).
000650         10  FILLER              PIC X(89).
000660     05  ALR-REVUE REDEFINES ALR-ENTETE.
000670         10  ALR-RV-STATUT       PIC X(01).
000680         10  ALR-RV-DATE         PIC 9(08).
000690         10  ALR-RV-HEURE        PIC 9(06).
000700         10  ALR-RV-REVISEUR-ID  PIC X(08).
000710         10  ALR-RV-COMMENTAIRE  PIC X(60).
000720         10  FILLER              PIC X(55).
