000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ETAT-CAISSE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ARRETE DE CAISSE PAR AGENCE.                                  *
000090*                                                                *
000100*  EDITE, POUR UNE DATE (ZERO = DATE DU JOUR), TOUTES LES        *
000110*  CAISSES GUICHETIERS DU FICHIER CAISSE OUVERTES CE JOUR-LA,    *
000120*  AGENCE PAR AGENCE (UNE AGENCE PAR PAGE) : FONDS INITIAL,      *
000130*  ACHATS (BILLETS RECUS), VENTES (BILLETS REMIS), SOLDE         *
000140*  THEORIQUE, SOLDE COMPTE ET ECART, PAR GUICHETIER ET PAR       *
000150*  DEVISE. LA DERNIERE COLONNE DONNE L'ETAT DE LA CAISSE :       *
000160*      O = OUVERTE (PAS ENCORE ARRETEE, COMPTE ET ECART A ZERO)  *
000170*      F = ARRETEE SANS ECART                                    *
000180*      E = EN ECART, NON REGULARISEE                             *
000190*      R = ECART REGULARISE PAR UN SUPERVISEUR                   *
000200*  UNE CAISSE ENCORE OUVERTE OU EN ECART POSE LE CODE RETOUR 4.  *
000210*                                                                *
000220*  HISTORIQUE DES MODIFICATIONS.                                 *
000230*  DATE        AUTEUR   DESCRIPTION                              *
000232*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000234*  15/10/2026  SEI      DATE PAR DEFAUT : DATE DE TRAITEMENT     *
000236*                       (ROUTINE COMMUNE DATE-TRAITEMENT) AU     *
000240*                       LIEU DE LA DATE SYSTEME.                 *
000250*================================================================*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CAISSE-FILE ASSIGN TO "CAISSE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CAI-CLE
000360         FILE STATUS IS WS-CAISSE-STATUS.
000370
000380     SELECT CAI-RPT-FILE ASSIGN TO "CAIRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CAI-RPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CAISSE-FILE.
000450 COPY DEVCPY25.
000460
000470 FD  CAI-RPT-FILE.
000480 01  CAI-RPT-LIGNE               PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-CAISSE-STATUS            PIC X(02).
000520     88  WS-CAISSE-OK                VALUE "00".
000530 01  WS-CAI-RPT-STATUS           PIC X(02).
000540     88  WS-CAI-RPT-OK               VALUE "00".
000550 77  WS-SW-FIN-FICHIER           PIC X(01).
000560     88  WS-FIN-FICHIER              VALUE "O".
000570     88  WS-PAS-FIN-FICHIER          VALUE "N".
000580 77  WS-DATE-SAISIE              PIC 9(08).
000582 77  WS-DATE-ARRETE              PIC 9(08).
000584 77  WS-FONCTION-DATE            PIC X(01).
000590 77  WS-CODE-DATE                PIC X(02).
000600 77  WS-AGENCE-COURANTE          PIC X(03).
000610 77  WS-SOLDE-THEORIQUE          PIC S9(11)V9(02).
000620 77  WS-NB-LUES                  PIC 9(07) COMP.
000630 77  WS-NB-EDITEES               PIC 9(07) COMP.
000640 77  WS-NB-AGENCES               PIC 9(05) COMP.
000650 77  WS-NB-OUVERTES              PIC 9(07) COMP.
000660 77  WS-NB-EN-ECART              PIC 9(07) COMP.
000670 77  WS-NB-REGULARISEES          PIC 9(07) COMP.
000680 77  WS-NB-CAISSES-AGENCE        PIC 9(05) COMP.
000690 77  WS-NB-ECARTS-AGENCE         PIC 9(05) COMP.
000700 77  WS-NB-REGUL-AGENCE          PIC 9(05) COMP.
000710
000720 77  WS-NO-PAGE                  PIC 9(03) COMP.
000730 77  WS-NB-LIGNES                PIC 9(02) COMP.
000740 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
000750
000760 01  WS-LIGNE-TITRE.
000770     05  FILLER                  PIC X(24) VALUE
000780         "ARRETE DE CAISSE AGENCE ".
000790     05  TIT-AGENCE              PIC X(03).
000800     05  FILLER                  PIC X(04) VALUE " DU ".
000810     05  TIT-JOUR                PIC X(02).
000820     05  FILLER                  PIC X(01) VALUE "/".
000830     05  TIT-MOIS                PIC X(02).
000840     05  FILLER                  PIC X(01) VALUE "/".
000850     05  TIT-ANNEE               PIC X(04).
000860     05  FILLER                  PIC X(12) VALUE "      PAGE :".
000870     05  TIT-NO-PAGE             PIC ZZ9.
000880     05  FILLER                  PIC X(24) VALUE SPACES.
000890
000900 01  WS-LIGNE-COLONNES.
000910     05  FILLER                  PIC X(12) VALUE
000920         "OPERAT.  DEV".
000930     05  FILLER                  PIC X(11) VALUE " OUVERTURE ".
000940     05  FILLER                  PIC X(11) VALUE "    ACHATS ".
000950     05  FILLER                  PIC X(11) VALUE "    VENTES ".
000960     05  FILLER                  PIC X(11) VALUE " THEORIQUE ".
000970     05  FILLER                  PIC X(11) VALUE "    COMPTE ".
000980     05  FILLER                  PIC X(11) VALUE "     ECART ".
000990     05  FILLER                  PIC X(01) VALUE "S".
001000     05  FILLER                  PIC X(01) VALUE SPACES.
001010
001020 01  WS-LIGNE-SEPARATION.
001030     05  FILLER                  PIC X(79) VALUE ALL "-".
001040     05  FILLER                  PIC X(01) VALUE SPACES.
001050
001060 01  WS-LIGNE-DETAIL.
001070     05  DET-OPERATEUR           PIC X(08).
001080     05  FILLER                  PIC X(01) VALUE SPACE.
001090     05  DET-DEVISE              PIC X(03).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  DET-FONDS               PIC ZZZZZ9.99-.
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  DET-ACHATS              PIC ZZZZZ9.99-.
001140     05  FILLER                  PIC X(01) VALUE SPACE.
001150     05  DET-VENTES              PIC ZZZZZ9.99-.
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  DET-THEORIQUE           PIC ZZZZZ9.99-.
001180     05  FILLER                  PIC X(01) VALUE SPACE.
001190     05  DET-COMPTE              PIC ZZZZZ9.99-.
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  DET-ECART               PIC ZZZZZ9.99-.
001220     05  DET-STATUT              PIC X(01).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240
001250 01  WS-LIGNE-TOTAL-AGENCE.
001260     05  FILLER                  PIC X(10) VALUE "CAISSES : ".
001270     05  TOT-NB-CAISSES          PIC ZZ,ZZ9.
001280     05  FILLER                  PIC X(14) VALUE
001290         "   EN ECART : ".
001300     05  TOT-NB-ECARTS           PIC ZZ,ZZ9.
001310     05  FILLER                  PIC X(18) VALUE
001320         "   REGULARISEES : ".
001330     05  TOT-NB-REGUL            PIC ZZ,ZZ9.
001340     05  FILLER                  PIC X(20) VALUE SPACES.
001350
001360 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001370 01  WS-LIGNE-SAUVEE             PIC X(80).
001380
001390 PROCEDURE DIVISION.
001400
001410*----------------------------------------------------------------*
001420*  0000-MAINLINE.                                                *
001430*----------------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001460     PERFORM 2000-TRAITER-CAISSE THRU 2000-TRAITER-CAISSE-EXIT
001470         UNTIL WS-FIN-FICHIER
001480     IF WS-NB-AGENCES > ZEROES
001490         PERFORM 3000-TOTALISER-AGENCE
001500             THRU 3000-TOTALISER-AGENCE-EXIT
001510     END-IF
001520     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
001530     PERFORM 9999-EXIT
001540     STOP RUN.
001550
001560*----------------------------------------------------------------*
001570*  1000-INITIALISER - SAISIE DE LA DATE DE L'ARRETE, OUVERTURE   *
001580*  DES FICHIERS ET POSITIONNEMENT EN DEBUT DU FICHIER CAISSE.    *
001590*----------------------------------------------------------------*
001600 1000-INITIALISER.
001610     MOVE ZEROES TO WS-NB-LUES
001620     MOVE ZEROES TO WS-NB-EDITEES
001630     MOVE ZEROES TO WS-NB-AGENCES
001640     MOVE ZEROES TO WS-NB-OUVERTES
001650     MOVE ZEROES TO WS-NB-EN-ECART
001660     MOVE ZEROES TO WS-NB-REGULARISEES
001670     MOVE ZEROES TO WS-NO-PAGE
001680     MOVE 99 TO WS-NB-LIGNES
001690     MOVE SPACES TO WS-AGENCE-COURANTE
001700     SET WS-PAS-FIN-FICHIER TO TRUE
001710     DISPLAY "DONNER LA DATE DE L'ARRETE (AAAAMMJJ, "
001720             "0 = AUJOURD'HUI)"
001730     ACCEPT WS-DATE-SAISIE
001740     IF WS-DATE-SAISIE IS NUMERIC
001750        AND WS-DATE-SAISIE > ZEROES
001760         MOVE WS-DATE-SAISIE TO WS-DATE-ARRETE
001770     ELSE
001771         MOVE "L" TO WS-FONCTION-DATE
001772         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001773                                       WS-DATE-ARRETE
001774                                       WS-CODE-DATE
001775         IF WS-CODE-DATE NOT = "00"
001776             DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001777                     "DATE SYSTEME RETENUE"
001780         END-IF
001790     END-IF
001800     OPEN INPUT CAISSE-FILE
001810     OPEN OUTPUT CAI-RPT-FILE
001820     IF NOT WS-CAISSE-OK
001830         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES CAISSES"
001840         MOVE 12 TO RETURN-CODE
001850         SET WS-FIN-FICHIER TO TRUE
001860         GO TO 1000-INITIALISER-EXIT
001870     END-IF
001880     IF NOT WS-CAI-RPT-OK
001890         DISPLAY "IMPOSSIBLE D'OUVRIR L'ARRETE DE CAISSE"
001900         MOVE 12 TO RETURN-CODE
001910         SET WS-FIN-FICHIER TO TRUE
001920         GO TO 1000-INITIALISER-EXIT
001930     END-IF
001940     MOVE LOW-VALUES TO CAI-CLE
001950     START CAISSE-FILE KEY IS NOT LESS THAN CAI-CLE
001960         INVALID KEY
001970             SET WS-FIN-FICHIER TO TRUE
001980     END-START.
001990 1000-INITIALISER-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------*
002030*  2000-TRAITER-CAISSE - EDITE LA CAISSE COURANTE SI ELLE A ETE  *
002040*  OUVERTE A LA DATE DE L'ARRETE ; CHANGEMENT D'AGENCE = TOTAL   *
002050*  DE L'AGENCE PRECEDENTE ET NOUVELLE PAGE.                      *
002060*----------------------------------------------------------------*
002070 2000-TRAITER-CAISSE.
002080     READ CAISSE-FILE NEXT RECORD
002090         AT END
002100             SET WS-FIN-FICHIER TO TRUE
002110             GO TO 2000-TRAITER-CAISSE-EXIT
002120     END-READ
002130     ADD 1 TO WS-NB-LUES
002140     IF CAI-DATE NOT = WS-DATE-ARRETE
002150         GO TO 2000-TRAITER-CAISSE-EXIT
002160     END-IF
002170     IF CAI-AGENCE NOT = WS-AGENCE-COURANTE
002180         IF WS-NB-AGENCES > ZEROES
002190             PERFORM 3000-TOTALISER-AGENCE
002200                 THRU 3000-TOTALISER-AGENCE-EXIT
002210         END-IF
002220         ADD 1 TO WS-NB-AGENCES
002230         MOVE CAI-AGENCE TO WS-AGENCE-COURANTE
002240         MOVE ZEROES TO WS-NB-CAISSES-AGENCE
002250         MOVE ZEROES TO WS-NB-ECARTS-AGENCE
002260         MOVE ZEROES TO WS-NB-REGUL-AGENCE
002270         MOVE 99 TO WS-NB-LIGNES
002280     END-IF
002290     COMPUTE WS-SOLDE-THEORIQUE =
002300             CAI-FONDS-INITIAL + CAI-ACHATS - CAI-VENTES
002310     MOVE CAI-OPERATEUR-ID TO DET-OPERATEUR
002320     MOVE CAI-DEVISE TO DET-DEVISE
002330     MOVE CAI-FONDS-INITIAL TO DET-FONDS
002340     MOVE CAI-ACHATS TO DET-ACHATS
002350     MOVE CAI-VENTES TO DET-VENTES
002360     MOVE WS-SOLDE-THEORIQUE TO DET-THEORIQUE
002370     MOVE CAI-SOLDE-COMPTE TO DET-COMPTE
002380     MOVE CAI-ECART TO DET-ECART
002390     MOVE CAI-STATUT TO DET-STATUT
002400     ADD 1 TO WS-NB-CAISSES-AGENCE
002410     EVALUATE TRUE
002420         WHEN CAI-OUVERTE
002430             ADD 1 TO WS-NB-OUVERTES
002440         WHEN CAI-EN-ECART
002450             ADD 1 TO WS-NB-EN-ECART
002460             ADD 1 TO WS-NB-ECARTS-AGENCE
002470         WHEN CAI-VISA-ID NOT = SPACES
002480             MOVE "R" TO DET-STATUT
002490             ADD 1 TO WS-NB-REGULARISEES
002500             ADD 1 TO WS-NB-REGUL-AGENCE
002510         WHEN OTHER
002520             CONTINUE
002530     END-EVALUATE
002540     MOVE WS-LIGNE-DETAIL TO CAI-RPT-LIGNE
002550     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
002560     ADD 1 TO WS-NB-EDITEES.
002570 2000-TRAITER-CAISSE-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------------*
002610*  3000-TOTALISER-AGENCE - LIGNE DE TOTAL DE L'AGENCE.           *
002620*----------------------------------------------------------------*
002630 3000-TOTALISER-AGENCE.
002640     MOVE WS-LIGNE-VIDE TO CAI-RPT-LIGNE
002650     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
002660     MOVE WS-NB-CAISSES-AGENCE TO TOT-NB-CAISSES
002670     MOVE WS-NB-ECARTS-AGENCE TO TOT-NB-ECARTS
002680     MOVE WS-NB-REGUL-AGENCE TO TOT-NB-REGUL
002690     MOVE WS-LIGNE-TOTAL-AGENCE TO CAI-RPT-LIGNE
002700     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT.
002710 3000-TOTALISER-AGENCE-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------------*
002750*  5800-NOUVELLE-PAGE - EN-TETE DE PAGE DE L'ETAT.               *
002760*----------------------------------------------------------------*
002770 5800-NOUVELLE-PAGE.
002780     ADD 1 TO WS-NO-PAGE
002790     MOVE WS-AGENCE-COURANTE TO TIT-AGENCE
002800     MOVE WS-DATE-ARRETE (7:2) TO TIT-JOUR
002810     MOVE WS-DATE-ARRETE (5:2) TO TIT-MOIS
002820     MOVE WS-DATE-ARRETE (1:4) TO TIT-ANNEE
002830     MOVE WS-NO-PAGE TO TIT-NO-PAGE
002840     WRITE CAI-RPT-LIGNE FROM WS-LIGNE-TITRE
002850     WRITE CAI-RPT-LIGNE FROM WS-LIGNE-COLONNES
002860     WRITE CAI-RPT-LIGNE FROM WS-LIGNE-SEPARATION
002870     IF NOT WS-CAI-RPT-OK
002880         DISPLAY "ERREUR ECRITURE ARRETE DE CAISSE - CODE "
002890                 WS-CAI-RPT-STATUS
002900         MOVE 12 TO RETURN-CODE
002910     END-IF
002920     MOVE 3 TO WS-NB-LIGNES.
002930 5800-NOUVELLE-PAGE-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------------*
002970*  5900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
002980*  CAI-RPT-LIGNE EN GERANT LE SAUT DE PAGE.                      *
002990*----------------------------------------------------------------*
003000 5900-ECRIRE-LIGNE.
003010     IF WS-NB-LIGNES >= WS-MAX-LIGNES
003020         MOVE CAI-RPT-LIGNE TO WS-LIGNE-SAUVEE
003030         PERFORM 5800-NOUVELLE-PAGE THRU 5800-NOUVELLE-PAGE-EXIT
003040         MOVE WS-LIGNE-SAUVEE TO CAI-RPT-LIGNE
003050     END-IF
003060     WRITE CAI-RPT-LIGNE
003070     IF NOT WS-CAI-RPT-OK
003080         DISPLAY "ERREUR ECRITURE ARRETE DE CAISSE - CODE "
003090                 WS-CAI-RPT-STATUS
003100         MOVE 12 TO RETURN-CODE
003110     END-IF
003120     ADD 1 TO WS-NB-LIGNES.
003130 5900-ECRIRE-LIGNE-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------------*
003170*  8000-EDITER-TOTAUX - TOTAUX DE FIN DE TRAITEMENT. UNE CAISSE  *
003180*  ENCORE OUVERTE OU EN ECART POSE LE CODE RETOUR 4.             *
003190*----------------------------------------------------------------*
003200 8000-EDITER-TOTAUX.
003210     DISPLAY "CAISSES LUES            : " WS-NB-LUES
003220     DISPLAY "CAISSES EDITEES         : " WS-NB-EDITEES
003230     DISPLAY "AGENCES EDITEES         : " WS-NB-AGENCES
003240     DISPLAY "CAISSES NON ARRETEES    : " WS-NB-OUVERTES
003250     DISPLAY "CAISSES EN ECART        : " WS-NB-EN-ECART
003260     DISPLAY "ECARTS REGULARISES      : " WS-NB-REGULARISEES
003270     IF RETURN-CODE = ZEROES
003280        AND (WS-NB-OUVERTES > ZEROES
003290             OR WS-NB-EN-ECART > ZEROES)
003300         MOVE 4 TO RETURN-CODE
003310     END-IF.
003320 8000-EDITER-TOTAUX-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------------*
003360*  9999-EXIT - FERMETURE DES FICHIERS.                           *
003370*----------------------------------------------------------------*
003380 9999-EXIT.
003390     CLOSE CAISSE-FILE
003400     CLOSE CAI-RPT-FILE.
003410     EXIT.
003420
003430 END PROGRAM ETAT-CAISSE.
