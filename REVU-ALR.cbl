000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REVUE-ALERTE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION DE REVUE DE CONFORMITE DES ALERTES DE             *
000090*  SURVEILLANCE DU FRACTIONNEMENT (FICHIER ALERTES).             *
000100*                                                                *
000110*  RESERVEE A UN OPERATEUR ACTIF DE ROLE APPROBATEUR, IDENTIFIE  *
000120*  PAR LA ROUTINE COMMUNE CONTROLE-OPERATEUR. ELLE PERMET :      *
000130*    - DE LISTER LES ALERTES NOUVELLES OU SOUS SURVEILLANCE ;    *
000140*    - DE CONSULTER UNE ALERTE : EN-TETE, OPERATIONS             *
000150*      JUSTIFICATIVES ET HISTORIQUE DES DECISIONS ;              *
000160*    - DE CLASSER UNE ALERTE : C = CLASSEE SANS SUITE,           *
000170*      S = SOUS SURVEILLANCE, D = DECLAREE, AVEC UN COMMENTAIRE  *
000180*      OBLIGATOIRE.                                              *
000190*  UNE DECISION N'EFFACE RIEN : ELLE EST AJOUTEE A LA SUITE DES  *
000200*  LIGNES DE L'ALERTE (LIGNE DE REVUE DATEE, AVEC LE REVISEUR)   *
000210*  ET L'EN-TETE PREND LE NOUVEL ETAT.                            *
000220*                                                                *
000230*  HISTORIQUE DES MODIFICATIONS.                                 *
000240*  DATE        AUTEUR   DESCRIPTION                              *
000242*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000244*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000246*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000250*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000251*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000252*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000253*                       TRANSMIS POUR LE JOURNAL DES             *
000254*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000255*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000256*                       POUR OPERATEUR VERROUILLE.               *
000260*================================================================*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ALERTE-FILE ASSIGN TO "ALERTES"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ALR-CLE
000370         FILE STATUS IS WS-ALERTE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ALERTE-FILE.
000420 COPY DEVCPY28.
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-ALERTE-STATUS            PIC X(02).
000460     88  WS-ALERTE-OK                VALUE "00".
000470     88  WS-ALERTE-NOUVEAU           VALUE "35".
000480 77  WS-SW-CONTINUER             PIC X(01).
000490     88  WS-CONTINUER                VALUE "O".
000500     88  WS-TERMINER                 VALUE "N".
000510 77  WS-SW-FIN-FICHIER           PIC X(01).
000520     88  WS-FIN-FICHIER              VALUE "O".
000530     88  WS-PAS-FIN-FICHIER          VALUE "N".
000540 77  WS-SW-ALERTES               PIC X(01) VALUE "N".
000550     88  WS-ALERTES-OUVERTES         VALUE "O".
000560 77  WS-SW-ALERTE-TROUVEE        PIC X(01).
000570     88  WS-ALERTE-TROUVEE           VALUE "O".
000580     88  WS-ALERTE-ABSENTE           VALUE "N".
000590 77  WS-CHOIX-MENU               PIC X(01).
000600 77  WS-OPERATEUR-ID             PIC X(08).
000610 77  WS-CODE-SIGNON              PIC X(02).
000620     88  WS-SIGNON-ADMIS             VALUE "00".
000630 77  WS-ROLE-OPERATEUR           PIC X(01).
000640     88  WS-ROLE-APPROBATEUR         VALUE "A".
000650 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000660 77  WS-NOM-OPERATEUR            PIC X(25).
000661 77  WS-PROGRAMME                PIC X(30) VALUE
000662         "REVUE-ALERTE".
000663 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000664 77  WS-DATE-SYSTEME             PIC 9(08).
000665 77  WS-FONCTION-DATE            PIC X(01).
000670 77  WS-CODE-DATE                PIC X(02).
000680 77  WS-HEURE-SYSTEME            PIC 9(06).
000690 77  WS-DATE-SAISIE              PIC 9(08).
000700 77  WS-NO-SAISI                 PIC 9(04).
000710 77  WS-DATE-ALERTE              PIC 9(08).
000720 77  WS-NO-ALERTE                PIC 9(04).
000730 77  WS-DERNIERE-LIGNE           PIC 9(04).
000740 77  WS-STATUT-SAISI             PIC X(01).
000750     88  WS-STATUT-VALIDE            VALUE "C" "S" "D".
000760 77  WS-COMMENTAIRE-SAISI        PIC X(60).
000770 77  WS-NB-AFFICHEES             PIC 9(05) COMP.
000780
000790 PROCEDURE DIVISION.
000800
000810*----------------------------------------------------------------*
000820*  0000-MAINLINE.                                                *
000830*----------------------------------------------------------------*
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000860     IF WS-CONTINUER
000870         PERFORM 1500-IDENTIFIER-OPERATEUR
000880             THRU 1500-IDENTIFIER-OPERATEUR-EXIT
000890     END-IF
000900     PERFORM 2000-TRAITER-MENU THRU 2000-TRAITER-MENU-EXIT
000910         UNTIL WS-TERMINER
000920     PERFORM 9999-EXIT
000930     STOP RUN.
000940
000950*----------------------------------------------------------------*
000960*  1000-INITIALISER - OUVERTURE DU FICHIER DES ALERTES, CREE     *
000970*  VIDE S'IL N'EXISTE PAS ENCORE.                                *
000980*----------------------------------------------------------------*
000990 1000-INITIALISER.
001000     SET WS-CONTINUER TO TRUE
001001     MOVE "L" TO WS-FONCTION-DATE
001002     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001003                                   WS-DATE-SYSTEME
001004                                   WS-CODE-DATE
001005     IF WS-CODE-DATE NOT = "00"
001006         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001007                 "DATE SYSTEME RETENUE"
001010     END-IF
001020     OPEN I-O ALERTE-FILE
001030     IF WS-ALERTE-NOUVEAU
001040         OPEN OUTPUT ALERTE-FILE
001050         CLOSE ALERTE-FILE
001060         OPEN I-O ALERTE-FILE
001070     END-IF
001080     IF WS-ALERTE-OK
001090         SET WS-ALERTES-OUVERTES TO TRUE
001100     ELSE
001110         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES ALERTES"
001120         SET WS-TERMINER TO TRUE
001130     END-IF.
001140 1000-INITIALISER-EXIT.
001150     EXIT.
001160
001170*----------------------------------------------------------------*
001180*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001190*  COMMUNE : IDENTIFIANT INCONNU OU SUSPENDU REFUSE, ROLE        *
001200*  APPROBATEUR EXIGE.                                            *
001205*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001210*----------------------------------------------------------------*
001220 1500-IDENTIFIER-OPERATEUR.
001230     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001240     ACCEPT WS-OPERATEUR-ID
001250     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001260                                      WS-CODE-SIGNON
001270                                      WS-ROLE-OPERATEUR
001280                                      WS-PLAFOND-OPERATEUR
001290                                      WS-NOM-OPERATEUR
001292                                      WS-PROGRAMME
001294                                      WS-AGENCE-SIGNON
001300     EVALUATE WS-CODE-SIGNON
001310         WHEN "00"
001320             IF NOT WS-ROLE-APPROBATEUR
001330                 DISPLAY "ROLE APPROBATEUR REQUIS - ACCES REFUSE"
001340                 SET WS-TERMINER TO TRUE
001350             END-IF
001360         WHEN "04"
001370             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001380             SET WS-TERMINER TO TRUE
001390         WHEN "08"
001400             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001410             SET WS-TERMINER TO TRUE
001411         WHEN "16"
001412             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001413             SET WS-TERMINER TO TRUE
001414         WHEN "24"
001415             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001416             SET WS-TERMINER TO TRUE
001417         WHEN "28"
001418             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001419             SET WS-TERMINER TO TRUE
001420         WHEN "32"
001421             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001422             SET WS-TERMINER TO TRUE
001423         WHEN OTHER
001430             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001440                     "ACCES REFUSE"
001450             SET WS-TERMINER TO TRUE
001460     END-EVALUATE.
001470 1500-IDENTIFIER-OPERATEUR-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------------*
001510*  2000-TRAITER-MENU - MENU DE LA TRANSACTION DE REVUE.          *
001520*----------------------------------------------------------------*
001530 2000-TRAITER-MENU.
001540     DISPLAY "1. LISTE DES ALERTES A REVOIR"
001550     DISPLAY "2. CONSULTATION D'UNE ALERTE"
001560     DISPLAY "3. CLASSEMENT D'UNE ALERTE"
001570     DISPLAY "4. QUITTER"
001580     DISPLAY "DONNER VOTRE CHOIX"
001590     ACCEPT WS-CHOIX-MENU
001600
001610     EVALUATE WS-CHOIX-MENU
001620         WHEN "1"
001630             PERFORM 3000-LISTER-ALERTES
001640                 THRU 3000-LISTER-ALERTES-EXIT
001650         WHEN "2"
001660             PERFORM 4000-CONSULTER-ALERTE
001670                 THRU 4000-CONSULTER-ALERTE-EXIT
001680         WHEN "3"
001690             PERFORM 5000-CLASSER-ALERTE
001700                 THRU 5000-CLASSER-ALERTE-EXIT
001710         WHEN "4"
001720             SET WS-TERMINER TO TRUE
001730         WHEN OTHER
001740             DISPLAY "CHOIX INVALIDE"
001750     END-EVALUATE.
001760 2000-TRAITER-MENU-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------------*
001800*  3000-LISTER-ALERTES - LISTE DES ALERTES NOUVELLES OU SOUS     *
001810*  SURVEILLANCE, DANS L'ORDRE DE DETECTION.                      *
001820*----------------------------------------------------------------*
001830 3000-LISTER-ALERTES.
001840     MOVE ZEROES TO WS-NB-AFFICHEES
001850     SET WS-PAS-FIN-FICHIER TO TRUE
001860     MOVE LOW-VALUES TO ALR-CLE
001870     START ALERTE-FILE KEY IS NOT LESS THAN ALR-CLE
001880         INVALID KEY
001890             SET WS-FIN-FICHIER TO TRUE
001900     END-START
001910     PERFORM 3100-LISTER-LIGNE THRU 3100-LISTER-LIGNE-EXIT
001920         UNTIL WS-FIN-FICHIER
001930     DISPLAY WS-NB-AFFICHEES " ALERTE(S) A REVOIR".
001940 3000-LISTER-ALERTES-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980*  3100-LISTER-LIGNE - UN PAS DE LA LISTE : SEULES LES LIGNES    *
001990*  D'EN-TETE NOUVELLES OU SOUS SURVEILLANCE SONT AFFICHEES.      *
002000*----------------------------------------------------------------*
002010 3100-LISTER-LIGNE.
002020     READ ALERTE-FILE NEXT RECORD
002030         AT END
002040             SET WS-FIN-FICHIER TO TRUE
002050             GO TO 3100-LISTER-LIGNE-EXIT
002060     END-READ
002070     IF ALR-LIGNE-ENTETE
002080        AND (ALR-NOUVELLE OR ALR-SURVEILLEE)
002090         PERFORM 6000-AFFICHER-ENTETE
002095             THRU 6000-AFFICHER-ENTETE-EXIT
002100         ADD 1 TO WS-NB-AFFICHEES
002110     END-IF.
002120 3100-LISTER-LIGNE-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------------*
002160*  4000-CONSULTER-ALERTE - EN-TETE, OPERATIONS JUSTIFICATIVES ET *
002170*  DECISIONS DE REVUE D'UNE ALERTE.                              *
002180*----------------------------------------------------------------*
002190 4000-CONSULTER-ALERTE.
002200     PERFORM 7000-LIRE-ALERTE THRU 7000-LIRE-ALERTE-EXIT
002210     IF WS-ALERTE-ABSENTE
002220         GO TO 4000-CONSULTER-ALERTE-EXIT
002230     END-IF
002240     PERFORM 6000-AFFICHER-ENTETE THRU 6000-AFFICHER-ENTETE-EXIT
002250     DISPLAY "  FENETRE DU " ALR-DATE-DEBUT " AU " ALR-DATE-FIN
002260             " - CRITERES SOUS-PLAFOND/AGENCES/NOMBRE/NON-RES : "
002270             ALR-CRIT-PROCHES "/" ALR-CRIT-AGENCES "/"
002280             ALR-CRIT-OPERATIONS "/" ALR-CRIT-NON-RESIDENT
002290     PERFORM 7100-POSITIONNER-LIGNES
002300         THRU 7100-POSITIONNER-LIGNES-EXIT
002310     PERFORM 4100-AFFICHER-LIGNE THRU 4100-AFFICHER-LIGNE-EXIT
002320         UNTIL WS-FIN-FICHIER.
002330 4000-CONSULTER-ALERTE-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------*
002370*  4100-AFFICHER-LIGNE - UNE LIGNE D'OPERATION OU DE REVUE DE    *
002380*  L'ALERTE CONSULTEE.                                           *
002390*----------------------------------------------------------------*
002400 4100-AFFICHER-LIGNE.
002410     PERFORM 7200-LIRE-LIGNE-SUIVANTE
002420         THRU 7200-LIRE-LIGNE-SUIVANTE-EXIT
002430     IF WS-FIN-FICHIER
002440         GO TO 4100-AFFICHER-LIGNE-EXIT
002450     END-IF
002460     EVALUATE TRUE
002470         WHEN ALR-LIGNE-OPERATION
002480             DISPLAY "  OP " ALR-OP-DATE " " ALR-OP-HEURE
002490                     " AGENCE " ALR-OP-AGENCE
002500                     " OPER " ALR-OP-OPERATEUR-ID
002510                     " SENS " ALR-OP-SENS " " ALR-OP-DEVISE
002520                     " CTV TND " ALR-OP-MONTANT-TND
002530                     " SEQ " ALR-OP-SEQ-NO
002540                     " " ALR-OP-PROCHE ALR-OP-ORIGINE
002550         WHEN ALR-LIGNE-REVUE
002560             DISPLAY "  REVUE " ALR-RV-DATE " " ALR-RV-HEURE
002570                     " PAR " ALR-RV-REVISEUR-ID
002580                     " ETAT " ALR-RV-STATUT
002590             DISPLAY "    " ALR-RV-COMMENTAIRE
002600         WHEN OTHER
002610             CONTINUE
002620     END-EVALUATE.
002630 4100-AFFICHER-LIGNE-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------*
002670*  5000-CLASSER-ALERTE - NOUVEL ETAT ET COMMENTAIRE : LA         *
002680*  DECISION EST AJOUTEE APRES LA DERNIERE LIGNE DE L'ALERTE,     *
002690*  PUIS L'EN-TETE EST MIS A JOUR. RIEN N'EST SUPPRIME.           *
002700*----------------------------------------------------------------*
002710 5000-CLASSER-ALERTE.
002720     PERFORM 7000-LIRE-ALERTE THRU 7000-LIRE-ALERTE-EXIT
002730     IF WS-ALERTE-ABSENTE
002740         GO TO 5000-CLASSER-ALERTE-EXIT
002750     END-IF
002760     PERFORM 6000-AFFICHER-ENTETE THRU 6000-AFFICHER-ENTETE-EXIT
002770     DISPLAY "NOUVEL ETAT : C CLASSEE SANS SUITE, "
002780             "S SOUS SURVEILLANCE, D DECLAREE"
002790     ACCEPT WS-STATUT-SAISI
002800     IF NOT WS-STATUT-VALIDE
002810         DISPLAY "ETAT INVALIDE - ALERTE NON CLASSEE"
002820         GO TO 5000-CLASSER-ALERTE-EXIT
002830     END-IF
002840     DISPLAY "DONNER LE COMMENTAIRE DE LA DECISION"
002850     ACCEPT WS-COMMENTAIRE-SAISI
002860     IF WS-COMMENTAIRE-SAISI = SPACES
002870         DISPLAY "COMMENTAIRE OBLIGATOIRE - ALERTE NON CLASSEE"
002880         GO TO 5000-CLASSER-ALERTE-EXIT
002890     END-IF
002900
002910     MOVE ZEROES TO WS-DERNIERE-LIGNE
002920     PERFORM 7100-POSITIONNER-LIGNES
002930         THRU 7100-POSITIONNER-LIGNES-EXIT
002940     PERFORM 5100-REPERER-DERNIERE THRU 5100-REPERER-DERNIERE-EXIT
002950         UNTIL WS-FIN-FICHIER
002960     IF WS-DERNIERE-LIGNE >= 9999
002970         DISPLAY "ALERTE COMPLETE - DECISION NON ENREGISTREE"
002980         GO TO 5000-CLASSER-ALERTE-EXIT
002990     END-IF
003000     ACCEPT WS-HEURE-SYSTEME FROM TIME
003010     MOVE SPACES TO ALR-RECORD
003020     MOVE WS-DATE-ALERTE TO ALR-DATE-DETECTION
003030     MOVE WS-NO-ALERTE TO ALR-NO-ALERTE
003040     COMPUTE ALR-NO-LIGNE = WS-DERNIERE-LIGNE + 1
003050     SET ALR-LIGNE-REVUE TO TRUE
003060     MOVE WS-STATUT-SAISI TO ALR-RV-STATUT
003070     MOVE WS-DATE-SYSTEME TO ALR-RV-DATE
003080     MOVE WS-HEURE-SYSTEME TO ALR-RV-HEURE
003090     MOVE WS-OPERATEUR-ID TO ALR-RV-REVISEUR-ID
003100     MOVE WS-COMMENTAIRE-SAISI TO ALR-RV-COMMENTAIRE
003110     WRITE ALR-RECORD
003120         INVALID KEY
003130             DISPLAY "ERREUR ENREGISTREMENT DECISION - CODE "
003140                     WS-ALERTE-STATUS
003150             GO TO 5000-CLASSER-ALERTE-EXIT
003160     END-WRITE
003170
003180     MOVE WS-DATE-ALERTE TO ALR-DATE-DETECTION
003190     MOVE WS-NO-ALERTE TO ALR-NO-ALERTE
003200     MOVE ZEROES TO ALR-NO-LIGNE
003210     READ ALERTE-FILE
003220         KEY IS ALR-CLE
003230         INVALID KEY
003240             DISPLAY "EN-TETE D'ALERTE INTROUVABLE"
003250             GO TO 5000-CLASSER-ALERTE-EXIT
003260     END-READ
003270     MOVE WS-STATUT-SAISI TO ALR-STATUT
003280     MOVE WS-DATE-SYSTEME TO ALR-DATE-REVUE
003290     MOVE WS-OPERATEUR-ID TO ALR-REVISEUR-ID
003300     REWRITE ALR-RECORD
003310     IF WS-ALERTE-OK
003320         DISPLAY "ALERTE " WS-DATE-ALERTE "/" WS-NO-ALERTE
003330                 " CLASSEE - ETAT " WS-STATUT-SAISI
003340     ELSE
003350         DISPLAY "ERREUR MISE A JOUR ALERTE - CODE "
003360                 WS-ALERTE-STATUS
003370     END-IF.
003380 5000-CLASSER-ALERTE-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------*
003420*  5100-REPERER-DERNIERE - UN PAS DU BALAYAGE DES LIGNES DE      *
003430*  L'ALERTE : RETIENT LE DERNIER NUMERO DE LIGNE.                *
003440*----------------------------------------------------------------*
003450 5100-REPERER-DERNIERE.
003460     PERFORM 7200-LIRE-LIGNE-SUIVANTE
003470         THRU 7200-LIRE-LIGNE-SUIVANTE-EXIT
003480     IF NOT WS-FIN-FICHIER
003490         MOVE ALR-NO-LIGNE TO WS-DERNIERE-LIGNE
003500     END-IF.
003510 5100-REPERER-DERNIERE-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------*
003550*  6000-AFFICHER-ENTETE - RESUME DE L'EN-TETE D'ALERTE COURANT.  *
003560*----------------------------------------------------------------*
003570 6000-AFFICHER-ENTETE.
003580     DISPLAY "ALERTE " ALR-DATE-DETECTION "/" ALR-NO-ALERTE
003590             " CLIENT " ALR-CLIENT-ID " RES " ALR-RESIDENT
003600             " OPS " ALR-NB-OPERATIONS
003610             " SOUS PLAFOND " ALR-NB-PROCHES
003620             " AGENCES " ALR-NB-AGENCES
003630             " CUMUL TND " ALR-MONTANT-TND
003640             " ETAT " ALR-STATUT.
003650 6000-AFFICHER-ENTETE-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690*  7000-LIRE-ALERTE - SAISIE DE LA DATE DE DETECTION (ZERO =     *
003700*  AUJOURD'HUI) ET DU NUMERO, LECTURE DE L'EN-TETE.              *
003710*----------------------------------------------------------------*
003720 7000-LIRE-ALERTE.
003730     SET WS-ALERTE-ABSENTE TO TRUE
003740     DISPLAY "DONNER LA DATE DE DETECTION (AAAAMMJJ, "
003750             "0 = AUJOURD'HUI)"
003760     ACCEPT WS-DATE-SAISIE
003770     IF WS-DATE-SAISIE IS NUMERIC
003780        AND WS-DATE-SAISIE > ZEROES
003790         MOVE WS-DATE-SAISIE TO WS-DATE-ALERTE
003800     ELSE
003810         MOVE WS-DATE-SYSTEME TO WS-DATE-ALERTE
003820     END-IF
003830     DISPLAY "DONNER LE NUMERO D'ALERTE"
003840     ACCEPT WS-NO-SAISI
003850     IF WS-NO-SAISI IS NOT NUMERIC
003860         DISPLAY "NUMERO D'ALERTE INVALIDE"
003870         GO TO 7000-LIRE-ALERTE-EXIT
003880     END-IF
003890     MOVE WS-NO-SAISI TO WS-NO-ALERTE
003900     MOVE WS-DATE-ALERTE TO ALR-DATE-DETECTION
003910     MOVE WS-NO-ALERTE TO ALR-NO-ALERTE
003920     MOVE ZEROES TO ALR-NO-LIGNE
003930     READ ALERTE-FILE
003940         KEY IS ALR-CLE
003950         INVALID KEY
003960             DISPLAY "ALERTE INCONNUE"
003970             GO TO 7000-LIRE-ALERTE-EXIT
003980     END-READ
003990     SET WS-ALERTE-TROUVEE TO TRUE.
004000 7000-LIRE-ALERTE-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------*
004040*  7100-POSITIONNER-LIGNES - POSITIONNEMENT SUR LA PREMIERE      *
004050*  LIGNE QUI SUIT L'EN-TETE DE L'ALERTE COURANTE.                *
004060*----------------------------------------------------------------*
004070 7100-POSITIONNER-LIGNES.
004080     SET WS-PAS-FIN-FICHIER TO TRUE
004090     MOVE WS-DATE-ALERTE TO ALR-DATE-DETECTION
004100     MOVE WS-NO-ALERTE TO ALR-NO-ALERTE
004110     MOVE 1 TO ALR-NO-LIGNE
004120     START ALERTE-FILE KEY IS NOT LESS THAN ALR-CLE
004130         INVALID KEY
004140             SET WS-FIN-FICHIER TO TRUE
004150     END-START.
004160 7100-POSITIONNER-LIGNES-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200*  7200-LIRE-LIGNE-SUIVANTE - LIGNE SUIVANTE DE L'ALERTE         *
004210*  COURANTE ; FIN DES QUE L'ALERTE CHANGE.                       *
004220*----------------------------------------------------------------*
004230 7200-LIRE-LIGNE-SUIVANTE.
004240     READ ALERTE-FILE NEXT RECORD
004250         AT END
004260             SET WS-FIN-FICHIER TO TRUE
004270             GO TO 7200-LIRE-LIGNE-SUIVANTE-EXIT
004280     END-READ
004290     IF ALR-DATE-DETECTION NOT = WS-DATE-ALERTE
004300        OR ALR-NO-ALERTE NOT = WS-NO-ALERTE
004310         SET WS-FIN-FICHIER TO TRUE
004320     END-IF.
004330 7200-LIRE-LIGNE-SUIVANTE-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------*
004370*  9999-EXIT - FERMETURE DU FICHIER DES ALERTES.                 *
004380*----------------------------------------------------------------*
004390 9999-EXIT.
004400     IF WS-ALERTES-OUVERTES
004410         CLOSE ALERTE-FILE
004420     END-IF.
004430     EXIT.
004440
004450 END PROGRAM REVUE-ALERTE.
