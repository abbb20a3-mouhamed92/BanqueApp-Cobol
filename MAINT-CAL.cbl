000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAINT-CALENDRIER.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION DE TENUE DU CALENDRIER DES JOURS OUVRES (CALENDR) *
000090*  ET DE LA DATE DE TRAITEMENT (DATETRT).                        *
000100*                                                                *
000110*  RESERVEE A UN OPERATEUR ACTIF DE ROLE APPROBATEUR, IDENTIFIE  *
000120*  PAR LA ROUTINE COMMUNE CONTROLE-OPERATEUR. ELLE PERMET :      *
000130*    - DE LISTER LE CALENDRIER D'UNE ANNEE ;                     *
000140*    - D'AJOUTER UN JOUR FERIE ("F") OU UN SAMEDI OU DIMANCHE    *
000150*      EXCEPTIONNELLEMENT OUVRE ("O"), AVEC SON LIBELLE ;        *
000160*    - DE SUPPRIMER UNE DATE DU CALENDRIER ;                     *
000170*    - DE CONSULTER LA DATE DE TRAITEMENT ET SA DERNIERE         *
000180*      CLOTURE, ET DE L'INITIALISER A LA MISE EN SERVICE.        *
000190*  SEULES LES DATES POSTERIEURES A LA DATE DE TRAITEMENT SONT    *
000200*  MODIFIABLES : UNE JOURNEE OUVERTE OU DEJA CLOTUREE NE CHANGE  *
000210*  PLUS DE NATURE. UNE FOIS INITIALISEE, LA DATE DE TRAITEMENT   *
000220*  N'EST PLUS AVANCEE QUE PAR CLOTURE-JOURNEE.                   *
000230*                                                                *
000240*  HISTORIQUE DES MODIFICATIONS.                                 *
000250*  DATE        AUTEUR   DESCRIPTION                              *
000260*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000261*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000262*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000263*                       TRANSMIS POUR LE JOURNAL DES             *
000264*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000265*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000266*                       POUR OPERATEUR VERROUILLE.               *
000270*================================================================*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CALENDR-FILE ASSIGN TO "CALENDR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CAL-DATE
000380         FILE STATUS IS WS-CALENDR-STATUS.
000390
000400     SELECT DATETRT-FILE ASSIGN TO "DATETRT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-DATETRT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CALENDR-FILE.
000470 COPY DEVCPY30.
000480
000490 FD  DATETRT-FILE.
000500 COPY DEVCPY31.
000510
000520 WORKING-STORAGE SECTION.
000530 01  WS-CALENDR-STATUS           PIC X(02).
000540     88  WS-CALENDR-OK               VALUE "00".
000550     88  WS-CALENDR-NOUVEAU          VALUE "35".
000560 01  WS-DATETRT-STATUS           PIC X(02).
000570     88  WS-DATETRT-OK               VALUE "00".
000580 77  WS-SW-CONTINUER             PIC X(01).
000590     88  WS-CONTINUER                VALUE "O".
000600     88  WS-TERMINER                 VALUE "N".
000610 77  WS-SW-FIN-FICHIER           PIC X(01).
000620     88  WS-FIN-FICHIER              VALUE "O".
000630     88  WS-PAS-FIN-FICHIER          VALUE "N".
000640 77  WS-SW-CALENDRIER            PIC X(01) VALUE "N".
000650     88  WS-CALENDRIER-OUVERT        VALUE "O".
000660 77  WS-SW-DATE                  PIC X(01).
000670     88  WS-DATE-VALIDE              VALUE "O".
000680     88  WS-DATE-INVALIDE            VALUE "N".
000690 77  WS-CHOIX-MENU               PIC X(01).
000700 77  WS-CONFIRMATION             PIC X(01).
000710 77  WS-OPERATEUR-ID             PIC X(08).
000720 77  WS-CODE-SIGNON              PIC X(02).
000730     88  WS-SIGNON-ADMIS             VALUE "00".
000740 77  WS-ROLE-OPERATEUR           PIC X(01).
000750     88  WS-ROLE-APPROBATEUR         VALUE "A".
000760 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000770 77  WS-NOM-OPERATEUR            PIC X(25).
000772 77  WS-PROGRAMME                PIC X(30) VALUE
000774         "MAINT-CALENDRIER".
000776 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000780 77  WS-DATE-SYSTEME             PIC 9(08).
000790 77  WS-DATE-TRAITEMENT          PIC 9(08).
000791 77  WS-DATE-PRECEDENTE          PIC 9(08).
000792 77  WS-DATE-CLOTURE             PIC 9(08).
000793 77  WS-HEURE-CLOTURE            PIC 9(06).
000800 77  WS-ANNEE-SAISIE             PIC 9(04).
000810 77  WS-TYPE-SAISI               PIC X(01).
000820     88  WS-TYPE-VALIDE              VALUE "F" "O".
000830 77  WS-LIBELLE-SAISI            PIC X(30).
000840 77  WS-NB-AFFICHEES             PIC 9(05) COMP.
000850
000860 01  WS-DATE-SAISIE              PIC 9(08).
000870 01  WS-DATE-SAISIE-R REDEFINES WS-DATE-SAISIE.
000880     05  WS-SAI-ANNEE            PIC 9(04).
000890     05  WS-SAI-MOIS             PIC 9(02).
000900     05  WS-SAI-JOUR             PIC 9(02).
000910 01  WS-TABLE-MOIS-V.
000920     05  FILLER                  PIC X(24) VALUE
000930         "312831303130313130313031".
000940 01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-V.
000950     05  WS-JOURS-MOIS           PIC 9(02) OCCURS 12.
000960 77  WS-FIN-MOIS                 PIC 9(02).
000970 77  WS-QUOTIENT                 PIC 9(04).
000980 77  WS-RESTE-4                  PIC 9(04).
000990 77  WS-RESTE-100                PIC 9(04).
001000 77  WS-RESTE-400                PIC 9(04).
001010
001020 PROCEDURE DIVISION.
001030
001040*----------------------------------------------------------------*
001050*  0000-MAINLINE.                                                *
001060*----------------------------------------------------------------*
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001090     IF WS-CONTINUER
001100         PERFORM 1500-IDENTIFIER-OPERATEUR
001110             THRU 1500-IDENTIFIER-OPERATEUR-EXIT
001120     END-IF
001130     PERFORM 2000-TRAITER-MENU THRU 2000-TRAITER-MENU-EXIT
001140         UNTIL WS-TERMINER
001150     PERFORM 9999-EXIT
001160     STOP RUN.
001170
001180*----------------------------------------------------------------*
001190*  1000-INITIALISER - OUVERTURE DU CALENDRIER, CREE VIDE S'IL    *
001200*  N'EXISTE PAS ENCORE, ET LECTURE DE LA DATE DE TRAITEMENT.     *
001210*----------------------------------------------------------------*
001220 1000-INITIALISER.
001230     SET WS-CONTINUER TO TRUE
001240     OPEN I-O CALENDR-FILE
001250     IF WS-CALENDR-NOUVEAU
001260         OPEN OUTPUT CALENDR-FILE
001270         CLOSE CALENDR-FILE
001280         OPEN I-O CALENDR-FILE
001290     END-IF
001300     IF WS-CALENDR-OK
001310         SET WS-CALENDRIER-OUVERT TO TRUE
001320     ELSE
001330         DISPLAY "IMPOSSIBLE D'OUVRIR LE CALENDRIER"
001340         SET WS-TERMINER TO TRUE
001350         GO TO 1000-INITIALISER-EXIT
001360     END-IF
001370     PERFORM 8000-LIRE-DATE-TRAITEMENT
001380         THRU 8000-LIRE-DATE-TRAITEMENT-EXIT.
001390 1000-INITIALISER-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------------*
001430*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001440*  COMMUNE : IDENTIFIANT INCONNU OU SUSPENDU REFUSE, ROLE        *
001450*  APPROBATEUR EXIGE.                                            *
001455*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001460*----------------------------------------------------------------*
001470 1500-IDENTIFIER-OPERATEUR.
001480     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001490     ACCEPT WS-OPERATEUR-ID
001500     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001510                                      WS-CODE-SIGNON
001520                                      WS-ROLE-OPERATEUR
001530                                      WS-PLAFOND-OPERATEUR
001540                                      WS-NOM-OPERATEUR
001542                                      WS-PROGRAMME
001544                                      WS-AGENCE-SIGNON
001550     EVALUATE WS-CODE-SIGNON
001560         WHEN "00"
001570             IF NOT WS-ROLE-APPROBATEUR
001580                 DISPLAY "ROLE APPROBATEUR REQUIS - ACCES REFUSE"
001590                 SET WS-TERMINER TO TRUE
001600             END-IF
001610         WHEN "04"
001620             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001630             SET WS-TERMINER TO TRUE
001640         WHEN "08"
001650             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001660             SET WS-TERMINER TO TRUE
001661         WHEN "16"
001662             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001663             SET WS-TERMINER TO TRUE
001664         WHEN "24"
001665             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001666             SET WS-TERMINER TO TRUE
001667         WHEN "28"
001668             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001669             SET WS-TERMINER TO TRUE
001670         WHEN "32"
001671             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001672             SET WS-TERMINER TO TRUE
001673         WHEN OTHER
001680             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001690                     "ACCES REFUSE"
001700             SET WS-TERMINER TO TRUE
001710     END-EVALUATE.
001720 1500-IDENTIFIER-OPERATEUR-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------------*
001760*  2000-TRAITER-MENU - MENU DE LA TRANSACTION DU CALENDRIER.     *
001770*----------------------------------------------------------------*
001780 2000-TRAITER-MENU.
001790     DISPLAY "1. LISTE DU CALENDRIER D'UNE ANNEE"
001800     DISPLAY "2. AJOUT D'UN JOUR FERIE OU D'UN JOUR OUVRE"
001810     DISPLAY "3. SUPPRESSION D'UNE DATE DU CALENDRIER"
001820     DISPLAY "4. DATE DE TRAITEMENT"
001830     DISPLAY "5. QUITTER"
001840     DISPLAY "DONNER VOTRE CHOIX"
001850     ACCEPT WS-CHOIX-MENU
001860
001870     EVALUATE WS-CHOIX-MENU
001880         WHEN "1"
001890             PERFORM 3000-LISTER-ANNEE THRU 3000-LISTER-ANNEE-EXIT
001900         WHEN "2"
001910             PERFORM 4000-AJOUTER-DATE THRU 4000-AJOUTER-DATE-EXIT
001920         WHEN "3"
001930             PERFORM 5000-SUPPRIMER-DATE
001940                 THRU 5000-SUPPRIMER-DATE-EXIT
001950         WHEN "4"
001960             PERFORM 6000-DATE-TRAITEMENT
001970                 THRU 6000-DATE-TRAITEMENT-EXIT
001980         WHEN "5"
001990             SET WS-TERMINER TO TRUE
002000         WHEN OTHER
002010             DISPLAY "CHOIX INVALIDE"
002020     END-EVALUATE.
002030 2000-TRAITER-MENU-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------*
002070*  3000-LISTER-ANNEE - LISTE DES DATES DU CALENDRIER POUR UNE    *
002080*  ANNEE, DANS L'ORDRE CHRONOLOGIQUE.                            *
002090*----------------------------------------------------------------*
002100 3000-LISTER-ANNEE.
002110     DISPLAY "DONNER L'ANNEE (AAAA)"
002120     ACCEPT WS-ANNEE-SAISIE
002130     IF WS-ANNEE-SAISIE IS NOT NUMERIC
002140        OR WS-ANNEE-SAISIE = ZEROES
002150         DISPLAY "ANNEE INVALIDE"
002160         GO TO 3000-LISTER-ANNEE-EXIT
002170     END-IF
002180     MOVE ZEROES TO WS-NB-AFFICHEES
002190     SET WS-PAS-FIN-FICHIER TO TRUE
002200     COMPUTE CAL-DATE = WS-ANNEE-SAISIE * 10000 + 101
002210     START CALENDR-FILE KEY IS NOT LESS THAN CAL-DATE
002220         INVALID KEY
002230             SET WS-FIN-FICHIER TO TRUE
002240     END-START
002250     PERFORM 3100-LISTER-LIGNE THRU 3100-LISTER-LIGNE-EXIT
002260         UNTIL WS-FIN-FICHIER
002270     DISPLAY WS-NB-AFFICHEES " DATE(S) AU CALENDRIER "
002280             WS-ANNEE-SAISIE.
002290 3000-LISTER-ANNEE-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330*  3100-LISTER-LIGNE - UN PAS DE LA LISTE, ARRETEE A LA FIN DE   *
002340*  L'ANNEE DEMANDEE.                                             *
002350*----------------------------------------------------------------*
002360 3100-LISTER-LIGNE.
002370     READ CALENDR-FILE NEXT RECORD
002380         AT END
002390             SET WS-FIN-FICHIER TO TRUE
002400             GO TO 3100-LISTER-LIGNE-EXIT
002410     END-READ
002420     IF CAL-DATE (1:4) NOT = WS-ANNEE-SAISIE
002430         SET WS-FIN-FICHIER TO TRUE
002440         GO TO 3100-LISTER-LIGNE-EXIT
002450     END-IF
002460     IF CAL-JOUR-FERIE
002470         DISPLAY CAL-DATE " FERIE  " CAL-LIBELLE
002480     ELSE
002490         DISPLAY CAL-DATE " OUVRE  " CAL-LIBELLE
002500     END-IF
002510     ADD 1 TO WS-NB-AFFICHEES.
002520 3100-LISTER-LIGNE-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560*  4000-AJOUTER-DATE - AJOUT D'UN JOUR FERIE OU D'UN JOUR OUVRE  *
002570*  EXCEPTIONNEL, POSTERIEUR A LA DATE DE TRAITEMENT.             *
002580*----------------------------------------------------------------*
002590 4000-AJOUTER-DATE.
002600     PERFORM 7000-SAISIR-DATE THRU 7000-SAISIR-DATE-EXIT
002610     IF WS-DATE-INVALIDE
002620         GO TO 4000-AJOUTER-DATE-EXIT
002630     END-IF
002640     DISPLAY "TYPE : F JOUR FERIE, O SAMEDI OU DIMANCHE OUVRE"
002650     ACCEPT WS-TYPE-SAISI
002660     IF NOT WS-TYPE-VALIDE
002670         DISPLAY "TYPE INVALIDE - DATE NON AJOUTEE"
002680         GO TO 4000-AJOUTER-DATE-EXIT
002690     END-IF
002700     DISPLAY "DONNER LE LIBELLE"
002710     ACCEPT WS-LIBELLE-SAISI
002720     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
002730     MOVE SPACES TO CAL-RECORD
002740     MOVE WS-DATE-SAISIE TO CAL-DATE
002750     MOVE WS-TYPE-SAISI TO CAL-TYPE
002760     MOVE WS-LIBELLE-SAISI TO CAL-LIBELLE
002770     MOVE WS-DATE-SYSTEME TO CAL-DATE-MAJ
002780     MOVE WS-OPERATEUR-ID TO CAL-OPERATEUR-ID
002790     WRITE CAL-RECORD
002800         INVALID KEY
002810             DISPLAY "DATE DEJA AU CALENDRIER - A SUPPRIMER "
002820                     "D'ABORD"
002830             GO TO 4000-AJOUTER-DATE-EXIT
002840     END-WRITE
002850     IF WS-CALENDR-OK
002860         DISPLAY "DATE " CAL-DATE " AJOUTEE AU CALENDRIER"
002870     ELSE
002880         DISPLAY "ERREUR ECRITURE CALENDRIER - CODE "
002890                 WS-CALENDR-STATUS
002900     END-IF.
002910 4000-AJOUTER-DATE-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------*
002950*  5000-SUPPRIMER-DATE - SUPPRESSION D'UNE DATE DU CALENDRIER,   *
002960*  POSTERIEURE A LA DATE DE TRAITEMENT, APRES CONFIRMATION.      *
002970*----------------------------------------------------------------*
002980 5000-SUPPRIMER-DATE.
002990     PERFORM 7000-SAISIR-DATE THRU 7000-SAISIR-DATE-EXIT
003000     IF WS-DATE-INVALIDE
003010         GO TO 5000-SUPPRIMER-DATE-EXIT
003020     END-IF
003030     MOVE WS-DATE-SAISIE TO CAL-DATE
003040     READ CALENDR-FILE
003050         KEY IS CAL-DATE
003060         INVALID KEY
003070             DISPLAY "DATE ABSENTE DU CALENDRIER"
003080             GO TO 5000-SUPPRIMER-DATE-EXIT
003090     END-READ
003100     DISPLAY CAL-DATE " " CAL-TYPE " " CAL-LIBELLE
003110     DISPLAY "CONFIRMER LA SUPPRESSION (O/N)"
003120     ACCEPT WS-CONFIRMATION
003130     IF WS-CONFIRMATION NOT = "O"
003140         DISPLAY "SUPPRESSION ABANDONNEE"
003150         GO TO 5000-SUPPRIMER-DATE-EXIT
003160     END-IF
003170     DELETE CALENDR-FILE
003180         INVALID KEY
003190             DISPLAY "ERREUR SUPPRESSION CALENDRIER - CODE "
003200                     WS-CALENDR-STATUS
003210             GO TO 5000-SUPPRIMER-DATE-EXIT
003220     END-DELETE
003230     DISPLAY "DATE " WS-DATE-SAISIE " SUPPRIMEE DU CALENDRIER".
003240 5000-SUPPRIMER-DATE-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------*
003280*  6000-DATE-TRAITEMENT - AFFICHE LA DATE DE TRAITEMENT ET SA    *
003290*  DERNIERE CLOTURE ; A LA MISE EN SERVICE (FICHIER ABSENT OU    *
003300*  VIDE), PERMET DE L'INITIALISER.                               *
003310*----------------------------------------------------------------*
003320 6000-DATE-TRAITEMENT.
003330     PERFORM 8000-LIRE-DATE-TRAITEMENT
003340         THRU 8000-LIRE-DATE-TRAITEMENT-EXIT
003350     IF WS-DATE-TRAITEMENT > ZEROES
003360         DISPLAY "DATE DE TRAITEMENT   : " WS-DATE-TRAITEMENT
003370         DISPLAY "DATE PRECEDENTE      : " WS-DATE-PRECEDENTE
003380         DISPLAY "DERNIERE CLOTURE LE  : " WS-DATE-CLOTURE
003390                 " A " WS-HEURE-CLOTURE
003400         GO TO 6000-DATE-TRAITEMENT-EXIT
003410     END-IF
003420     DISPLAY "DATE DE TRAITEMENT NON INITIALISEE"
003430     DISPLAY "DONNER LA PREMIERE DATE DE TRAITEMENT (AAAAMMJJ)"
003440     ACCEPT WS-DATE-SAISIE
003450     PERFORM 7100-CONTROLER-DATE THRU 7100-CONTROLER-DATE-EXIT
003460     IF WS-DATE-INVALIDE
003470         DISPLAY "DATE INVALIDE - DATE NON INITIALISEE"
003480         GO TO 6000-DATE-TRAITEMENT-EXIT
003490     END-IF
003500     DISPLAY "CONFIRMER LA DATE " WS-DATE-SAISIE " (O/N)"
003510     ACCEPT WS-CONFIRMATION
003520     IF WS-CONFIRMATION NOT = "O"
003530         DISPLAY "INITIALISATION ABANDONNEE"
003540         GO TO 6000-DATE-TRAITEMENT-EXIT
003550     END-IF
003560     OPEN OUTPUT DATETRT-FILE
003570     IF NOT WS-DATETRT-OK
003580         DISPLAY "IMPOSSIBLE DE CREER LE FICHIER DATETRT"
003590         GO TO 6000-DATE-TRAITEMENT-EXIT
003600     END-IF
003610     MOVE SPACES TO DTR-RECORD
003620     MOVE WS-DATE-SAISIE TO DTR-DATE-TRAITEMENT
003630     MOVE ZEROES TO DTR-DATE-PRECEDENTE
003640     MOVE ZEROES TO DTR-DATE-CLOTURE
003650     MOVE ZEROES TO DTR-HEURE-CLOTURE
003660     WRITE DTR-RECORD
003670     CLOSE DATETRT-FILE
003680     MOVE WS-DATE-SAISIE TO WS-DATE-TRAITEMENT
003690     DISPLAY "DATE DE TRAITEMENT INITIALISEE AU " WS-DATE-SAISIE.
003700 6000-DATE-TRAITEMENT-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740*  7000-SAISIR-DATE - SAISIE D'UNE DATE DU CALENDRIER : DATE     *
003750*  EXISTANTE, POSTERIEURE A LA DATE DE TRAITEMENT.               *
003760*----------------------------------------------------------------*
003770 7000-SAISIR-DATE.
003780     DISPLAY "DONNER LA DATE (AAAAMMJJ)"
003790     ACCEPT WS-DATE-SAISIE
003800     PERFORM 7100-CONTROLER-DATE THRU 7100-CONTROLER-DATE-EXIT
003810     IF WS-DATE-INVALIDE
003820         DISPLAY "DATE INVALIDE"
003830         GO TO 7000-SAISIR-DATE-EXIT
003840     END-IF
003850     IF WS-DATE-SAISIE NOT > WS-DATE-TRAITEMENT
003860         DISPLAY "DATE NON POSTERIEURE A LA DATE DE TRAITEMENT "
003870                 WS-DATE-TRAITEMENT " - NON MODIFIABLE"
003880         SET WS-DATE-INVALIDE TO TRUE
003890     END-IF.
003900 7000-SAISIR-DATE-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940*  7100-CONTROLER-DATE - DATE NUMERIQUE, MOIS DE 1 A 12 ET JOUR  *
003950*  EXISTANT DANS LE MOIS (ANNEES BISSEXTILES COMPRISES).         *
003960*----------------------------------------------------------------*
003970 7100-CONTROLER-DATE.
003980     SET WS-DATE-INVALIDE TO TRUE
003990     IF WS-DATE-SAISIE IS NOT NUMERIC
004000         GO TO 7100-CONTROLER-DATE-EXIT
004010     END-IF
004020     IF WS-SAI-ANNEE = ZEROES
004030        OR WS-SAI-MOIS < 1 OR WS-SAI-MOIS > 12
004040        OR WS-SAI-JOUR < 1
004050         GO TO 7100-CONTROLER-DATE-EXIT
004060     END-IF
004070     MOVE WS-JOURS-MOIS (WS-SAI-MOIS) TO WS-FIN-MOIS
004080     IF WS-SAI-MOIS = 2
004090         DIVIDE WS-SAI-ANNEE BY 4 GIVING WS-QUOTIENT
004100             REMAINDER WS-RESTE-4
004110         DIVIDE WS-SAI-ANNEE BY 100 GIVING WS-QUOTIENT
004120             REMAINDER WS-RESTE-100
004130         DIVIDE WS-SAI-ANNEE BY 400 GIVING WS-QUOTIENT
004140             REMAINDER WS-RESTE-400
004150         IF WS-RESTE-400 = ZEROES
004160            OR (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
004170             MOVE 29 TO WS-FIN-MOIS
004180         END-IF
004190     END-IF
004200     IF WS-SAI-JOUR NOT > WS-FIN-MOIS
004210         SET WS-DATE-VALIDE TO TRUE
004220     END-IF.
004230 7100-CONTROLER-DATE-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------*
004270*  8000-LIRE-DATE-TRAITEMENT - LECTURE DU FICHIER DATETRT ;      *
004280*  ZERO S'IL EST ABSENT OU VIDE.                                 *
004290*----------------------------------------------------------------*
004300 8000-LIRE-DATE-TRAITEMENT.
004310     MOVE ZEROES TO WS-DATE-TRAITEMENT
004320     OPEN INPUT DATETRT-FILE
004330     IF NOT WS-DATETRT-OK
004340         GO TO 8000-LIRE-DATE-TRAITEMENT-EXIT
004350     END-IF
004360     READ DATETRT-FILE
004370         AT END
004380             MOVE ZEROES TO DTR-DATE-TRAITEMENT
004390     END-READ
004400     IF DTR-DATE-TRAITEMENT IS NUMERIC
004410         MOVE DTR-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
004411         MOVE DTR-DATE-PRECEDENTE TO WS-DATE-PRECEDENTE
004412         MOVE DTR-DATE-CLOTURE TO WS-DATE-CLOTURE
004413         MOVE DTR-HEURE-CLOTURE TO WS-HEURE-CLOTURE
004420     END-IF
004430     CLOSE DATETRT-FILE.
004440 8000-LIRE-DATE-TRAITEMENT-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------*
004480*  9999-EXIT - FERMETURE DU CALENDRIER.                          *
004490*----------------------------------------------------------------*
004500 9999-EXIT.
004510     IF WS-CALENDRIER-OUVERT
004520         CLOSE CALENDR-FILE
004530     END-IF.
004540     EXIT.
004550
004560 END PROGRAM MAINT-CALENDRIER.
