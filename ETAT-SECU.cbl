000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ETAT-SECURITE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ETAT QUOTIDIEN DE SECURITE DES IDENTIFICATIONS.               *
000090*                                                                *
000100*  EDITE, POUR UNE DATE (ZERO = DATE DE TRAITEMENT), LES         *
000110*  TENTATIVES D'IDENTIFICATION DU JOURNAL SIGNON (ECRIT PAR LA   *
000120*  ROUTINE COMMUNE CONTROLE-OPERATEUR) QUI DOIVENT ETRE VUES PAR *
000130*  LA SECURITE, DANS L'ORDRE DU JOURNAL :                        *
000140*      - LES ECHECS : OPERATEUR INCONNU, SUSPENDU OU VERROUILLE, *
000150*        CODE PIN ERRONE, NON ATTRIBUE OU NON CHANGE, FICHIER    *
000160*        DES PROFILS INDISPONIBLE,                               *
000170*      - LES VERROUILLAGES (TROISIEME CODE PIN ERRONE),          *
000180*      - LES IDENTIFICATIONS ACCEPTEES HORS DES HEURES OUVRABLES *
000190*        (AVANT 08H00 OU A PARTIR DE 18H00) OU UN JOUR NON OUVRE *
000200*        SELON LE CALENDRIER (ROUTINE DATE-TRAITEMENT).          *
000210*  LES HEURES SONT CELLES DE L'HORLOGE DU SYSTEME AU MOMENT DE   *
000220*  LA TENTATIVE. L'ETAT (SECRPT) SE TERMINE PAR LES TOTAUX DU    *
000230*  JOUR.                                                         *
000240*                                                                *
000250*  CODE RETOUR : 0 = RIEN A SIGNALER OU ECHECS SEULS, 4 =        *
000260*  VERROUILLAGE, IDENTIFICATION HORS HEURES OU JOURNAL ABSENT,   *
000270*  12 = INCIDENT FICHIER.                                        *
000280*                                                                *
000290*  HISTORIQUE DES MODIFICATIONS.                                 *
000300*  DATE        AUTEUR   DESCRIPTION                              *
000310*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000320*================================================================*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SIGNON-FILE ASSIGN TO "SIGNON"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SIGNON-STATUS.
000420
000430     SELECT SEC-RPT-FILE ASSIGN TO "SECRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SEC-RPT-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  SIGNON-FILE.
000500 COPY DEVCPY36.
000510
000520 FD  SEC-RPT-FILE.
000530 01  SEC-RPT-LIGNE               PIC X(80).
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-SIGNON-STATUS            PIC X(02).
000570     88  WS-SIGNON-OK                VALUE "00".
000580     88  WS-SIGNON-ABSENT            VALUE "35".
000590 01  WS-SEC-RPT-STATUS           PIC X(02).
000600     88  WS-SEC-RPT-OK               VALUE "00".
000610 77  WS-SW-FIN-FICHIER           PIC X(01).
000620     88  WS-FIN-FICHIER              VALUE "O".
000630     88  WS-PAS-FIN-FICHIER          VALUE "N".
000640 77  WS-SW-JOUR                  PIC X(01).
000650     88  WS-JOUR-OUVRE               VALUE "O".
000660     88  WS-JOUR-NON-OUVRE           VALUE "N".
000670 77  WS-SW-SIGNALER              PIC X(01).
000680     88  WS-A-SIGNALER               VALUE "O".
000690     88  WS-RIEN-A-SIGNALER          VALUE "N".
000700 77  WS-DATE-SAISIE              PIC 9(08).
000710 77  WS-DATE-ETAT                PIC 9(08).
000720 77  WS-DATE-OUVRE               PIC 9(08).
000730 77  WS-FONCTION-DATE            PIC X(01).
000740 77  WS-CODE-DATE                PIC X(02).
000750 77  WS-HEURE-OUVERTURE          PIC 9(06) VALUE 080000.
000760 77  WS-HEURE-FERMETURE          PIC 9(06) VALUE 180000.
000770 77  WS-NB-LUES                  PIC 9(07) COMP.
000780 77  WS-NB-DU-JOUR               PIC 9(07) COMP.
000790 77  WS-NB-ADMISES               PIC 9(07) COMP.
000800 77  WS-NB-ECHECS                PIC 9(07) COMP.
000810 77  WS-NB-VERROUILLAGES         PIC 9(07) COMP.
000820 77  WS-NB-HORS-HEURES           PIC 9(07) COMP.
000830 77  WS-NB-EDITEES               PIC 9(07) COMP.
000840
000850 77  WS-NO-PAGE                  PIC 9(03) COMP.
000860 77  WS-NB-LIGNES                PIC 9(02) COMP.
000870 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
000880
000890 01  WS-LIGNE-TITRE.
000900     05  FILLER                  PIC X(36) VALUE
000910         "ETAT DE SECURITE DES IDENTIFICATIONS".
000920     05  FILLER                  PIC X(04) VALUE " DU ".
000930     05  TIT-JOUR                PIC X(02).
000940     05  FILLER                  PIC X(01) VALUE "/".
000950     05  TIT-MOIS                PIC X(02).
000960     05  FILLER                  PIC X(01) VALUE "/".
000970     05  TIT-ANNEE               PIC X(04).
000980     05  FILLER                  PIC X(12) VALUE "      PAGE :".
000990     05  TIT-NO-PAGE             PIC ZZ9.
001000     05  FILLER                  PIC X(15) VALUE SPACES.
001010
001020 01  WS-LIGNE-COLONNES.
001030     05  FILLER                  PIC X(09) VALUE "HEURE    ".
001040     05  FILLER                  PIC X(09) VALUE "OPERAT.  ".
001050     05  FILLER                  PIC X(04) VALUE "AGC ".
001060     05  FILLER                  PIC X(23) VALUE "PROGRAMME".
001070     05  FILLER                  PIC X(03) VALUE "CR ".
001080     05  FILLER                  PIC X(32) VALUE "MOTIF".
001090
001100 01  WS-LIGNE-SEPARATION.
001110     05  FILLER                  PIC X(79) VALUE ALL "-".
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130
001140 01  WS-LIGNE-DETAIL.
001150     05  DET-HEURE               PIC X(02).
001160     05  FILLER                  PIC X(01) VALUE ":".
001170     05  DET-MINUTE              PIC X(02).
001180     05  FILLER                  PIC X(01) VALUE ":".
001190     05  DET-SECONDE             PIC X(02).
001200     05  FILLER                  PIC X(01) VALUE SPACE.
001210     05  DET-OPERATEUR           PIC X(08).
001220     05  FILLER                  PIC X(01) VALUE SPACE.
001230     05  DET-AGENCE              PIC X(03).
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  DET-PROGRAMME           PIC X(22).
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  DET-CODE-RETOUR         PIC X(02).
001280     05  FILLER                  PIC X(01) VALUE SPACE.
001290     05  DET-MOTIF               PIC X(30).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310
001320 01  WS-LIGNE-TOTAL.
001330     05  TOT-LIBELLE             PIC X(40).
001340     05  TOT-NOMBRE              PIC ZZZ,ZZ9.
001350     05  FILLER                  PIC X(33) VALUE SPACES.
001360
001370 01  WS-LIGNE-MESSAGE.
001380     05  MSG-TEXTE               PIC X(60).
001390     05  FILLER                  PIC X(20) VALUE SPACES.
001400
001410 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001420 01  WS-LIGNE-SAUVEE             PIC X(80).
001430
001440 PROCEDURE DIVISION.
001450
001460*----------------------------------------------------------------*
001470*  0000-MAINLINE.                                                *
001480*----------------------------------------------------------------*
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001510     PERFORM 2000-TRAITER-IDENTIFICATION
001520         THRU 2000-TRAITER-IDENTIFICATION-EXIT
001530         UNTIL WS-FIN-FICHIER
001540     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
001550     PERFORM 9999-EXIT
001560     STOP RUN.
001570
001580*----------------------------------------------------------------*
001590*  1000-INITIALISER - SAISIE DE LA DATE DE L'ETAT, JOUR OUVRE OU *
001600*  NON SELON LE CALENDRIER, OUVERTURE DES FICHIERS. UN JOURNAL   *
001610*  ABSENT (AUCUNE IDENTIFICATION DEPUIS SA MISE EN PLACE) DONNE  *
001620*  UN ETAT VIDE ET LE CODE RETOUR 4.                             *
001630*----------------------------------------------------------------*
001640 1000-INITIALISER.
001650     MOVE ZEROES TO WS-NB-LUES
001660     MOVE ZEROES TO WS-NB-DU-JOUR
001670     MOVE ZEROES TO WS-NB-ADMISES
001680     MOVE ZEROES TO WS-NB-ECHECS
001690     MOVE ZEROES TO WS-NB-VERROUILLAGES
001700     MOVE ZEROES TO WS-NB-HORS-HEURES
001710     MOVE ZEROES TO WS-NB-EDITEES
001720     MOVE ZEROES TO WS-NO-PAGE
001730     MOVE 99 TO WS-NB-LIGNES
001740     SET WS-PAS-FIN-FICHIER TO TRUE
001750     DISPLAY "DONNER LA DATE DE L'ETAT (AAAAMMJJ, "
001760             "0 = DATE DE TRAITEMENT)"
001770     ACCEPT WS-DATE-SAISIE
001780     IF WS-DATE-SAISIE IS NUMERIC
001790        AND WS-DATE-SAISIE > ZEROES
001800         MOVE WS-DATE-SAISIE TO WS-DATE-ETAT
001810     ELSE
001820         MOVE "L" TO WS-FONCTION-DATE
001830         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001840                                       WS-DATE-ETAT
001850                                       WS-CODE-DATE
001860         IF WS-CODE-DATE NOT = "00"
001870             DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001880                     "DATE SYSTEME RETENUE"
001890         END-IF
001900     END-IF
001910     MOVE WS-DATE-ETAT TO WS-DATE-OUVRE
001920     MOVE "O" TO WS-FONCTION-DATE
001930     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001940                                   WS-DATE-OUVRE
001950                                   WS-CODE-DATE
001960     EVALUATE WS-CODE-DATE
001970         WHEN "00"
001980             SET WS-JOUR-OUVRE TO TRUE
001990         WHEN "04"
002000             SET WS-JOUR-NON-OUVRE TO TRUE
002010         WHEN OTHER
002020             DISPLAY "DATE DE L'ETAT INVALIDE : " WS-DATE-ETAT
002030             MOVE 12 TO RETURN-CODE
002040             SET WS-FIN-FICHIER TO TRUE
002050             GO TO 1000-INITIALISER-EXIT
002060     END-EVALUATE
002070     OPEN OUTPUT SEC-RPT-FILE
002080     IF NOT WS-SEC-RPT-OK
002090         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT DE SECURITE"
002100         MOVE 12 TO RETURN-CODE
002110         SET WS-FIN-FICHIER TO TRUE
002120         GO TO 1000-INITIALISER-EXIT
002130     END-IF
002140     OPEN INPUT SIGNON-FILE
002150     IF WS-SIGNON-ABSENT
002160         DISPLAY "JOURNAL DES IDENTIFICATIONS ABSENT"
002170         MOVE 4 TO RETURN-CODE
002180         SET WS-FIN-FICHIER TO TRUE
002190         GO TO 1000-INITIALISER-EXIT
002200     END-IF
002210     IF NOT WS-SIGNON-OK
002220         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL DES "
002230                 "IDENTIFICATIONS - CODE " WS-SIGNON-STATUS
002240         MOVE 12 TO RETURN-CODE
002250         SET WS-FIN-FICHIER TO TRUE
002260     END-IF.
002270 1000-INITIALISER-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------------*
002310*  2000-TRAITER-IDENTIFICATION - UNE LIGNE DU JOURNAL : SEULES   *
002320*  LES LIGNES DE LA DATE DE L'ETAT SONT RETENUES ; UNE LIGNE A   *
002330*  SIGNALER EST EDITEE AVEC SON MOTIF.                           *
002340*----------------------------------------------------------------*
002350 2000-TRAITER-IDENTIFICATION.
002360     READ SIGNON-FILE
002370         AT END
002380             SET WS-FIN-FICHIER TO TRUE
002390             GO TO 2000-TRAITER-IDENTIFICATION-EXIT
002400     END-READ
002410     ADD 1 TO WS-NB-LUES
002420     IF SGN-DATE NOT = WS-DATE-ETAT
002430         GO TO 2000-TRAITER-IDENTIFICATION-EXIT
002440     END-IF
002450     ADD 1 TO WS-NB-DU-JOUR
002460     SET WS-A-SIGNALER TO TRUE
002470     MOVE SPACES TO DET-MOTIF
002480     EVALUATE TRUE
002490         WHEN SGN-ADMIS
002500             ADD 1 TO WS-NB-ADMISES
002510             PERFORM 2100-CONTROLER-HORAIRE
002520                 THRU 2100-CONTROLER-HORAIRE-EXIT
002530         WHEN SGN-VERROUILLAGE-FAIT
002540             ADD 1 TO WS-NB-ECHECS
002550             ADD 1 TO WS-NB-VERROUILLAGES
002560             MOVE "VERROUILLAGE APRES 3 ECHECS" TO DET-MOTIF
002570         WHEN OTHER
002580             ADD 1 TO WS-NB-ECHECS
002590             PERFORM 2200-LIBELLER-ECHEC
002600                 THRU 2200-LIBELLER-ECHEC-EXIT
002610     END-EVALUATE
002620     IF WS-RIEN-A-SIGNALER
002630         GO TO 2000-TRAITER-IDENTIFICATION-EXIT
002640     END-IF
002650     MOVE SGN-HEURE (1:2) TO DET-HEURE
002660     MOVE SGN-HEURE (3:2) TO DET-MINUTE
002670     MOVE SGN-HEURE (5:2) TO DET-SECONDE
002680     MOVE SGN-OPERATEUR-ID TO DET-OPERATEUR
002690     MOVE SGN-AGENCE TO DET-AGENCE
002700     MOVE SGN-PROGRAMME TO DET-PROGRAMME
002710     MOVE SGN-CODE-RETOUR TO DET-CODE-RETOUR
002720     MOVE WS-LIGNE-DETAIL TO SEC-RPT-LIGNE
002730     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
002740     ADD 1 TO WS-NB-EDITEES.
002750 2000-TRAITER-IDENTIFICATION-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------*
002790*  2100-CONTROLER-HORAIRE - UNE IDENTIFICATION ACCEPTEE N'EST    *
002800*  SIGNALEE QUE SI ELLE A EU LIEU UN JOUR NON OUVRE OU HORS DES  *
002810*  HEURES OUVRABLES.                                             *
002820*----------------------------------------------------------------*
002830 2100-CONTROLER-HORAIRE.
002840     IF WS-JOUR-NON-OUVRE
002850         ADD 1 TO WS-NB-HORS-HEURES
002860         MOVE "IDENTIFICATION JOUR NON OUVRE" TO DET-MOTIF
002870         GO TO 2100-CONTROLER-HORAIRE-EXIT
002880     END-IF
002890     IF SGN-HEURE < WS-HEURE-OUVERTURE
002900        OR SGN-HEURE NOT < WS-HEURE-FERMETURE
002910         ADD 1 TO WS-NB-HORS-HEURES
002920         MOVE "IDENTIFICATION HORS HEURES" TO DET-MOTIF
002930     ELSE
002940         SET WS-RIEN-A-SIGNALER TO TRUE
002950     END-IF.
002960 2100-CONTROLER-HORAIRE-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------*
003000*  2200-LIBELLER-ECHEC - MOTIF D'UNE IDENTIFICATION REFUSEE.     *
003010*----------------------------------------------------------------*
003020 2200-LIBELLER-ECHEC.
003030     EVALUATE TRUE
003040         WHEN SGN-INCONNU
003050             MOVE "OPERATEUR INCONNU" TO DET-MOTIF
003060         WHEN SGN-SUSPENDU
003070             MOVE "OPERATEUR SUSPENDU" TO DET-MOTIF
003080         WHEN SGN-PROFILS-INDISPO
003090             MOVE "FICHIER DES PROFILS INDISPO" TO DET-MOTIF
003100         WHEN SGN-PIN-ERRONE
003110             MOVE "CODE PIN ERRONE" TO DET-MOTIF
003120         WHEN SGN-VERROUILLE
003130             MOVE "TENTATIVE OPERATEUR VERROUILLE" TO DET-MOTIF
003140         WHEN SGN-PIN-NON-ATTRIBUE
003150             MOVE "CODE PIN NON ATTRIBUE" TO DET-MOTIF
003160         WHEN SGN-PIN-NON-CHANGE
003170             MOVE "CODE PIN NON CHANGE" TO DET-MOTIF
003180         WHEN OTHER
003190             MOVE "CODE RETOUR NON PREVU" TO DET-MOTIF
003200     END-EVALUATE.
003210 2200-LIBELLER-ECHEC-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------*
003250*  5800-NOUVELLE-PAGE - EN-TETE DE PAGE DE L'ETAT.               *
003260*----------------------------------------------------------------*
003270 5800-NOUVELLE-PAGE.
003280     ADD 1 TO WS-NO-PAGE
003290     MOVE WS-DATE-ETAT (7:2) TO TIT-JOUR
003300     MOVE WS-DATE-ETAT (5:2) TO TIT-MOIS
003310     MOVE WS-DATE-ETAT (1:4) TO TIT-ANNEE
003320     MOVE WS-NO-PAGE TO TIT-NO-PAGE
003330     WRITE SEC-RPT-LIGNE FROM WS-LIGNE-TITRE
003340     WRITE SEC-RPT-LIGNE FROM WS-LIGNE-COLONNES
003350     WRITE SEC-RPT-LIGNE FROM WS-LIGNE-SEPARATION
003360     IF NOT WS-SEC-RPT-OK
003370         DISPLAY "ERREUR ECRITURE ETAT DE SECURITE - CODE "
003380                 WS-SEC-RPT-STATUS
003390         MOVE 12 TO RETURN-CODE
003400     END-IF
003410     MOVE 3 TO WS-NB-LIGNES.
003420 5800-NOUVELLE-PAGE-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460*  5900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
003470*  SEC-RPT-LIGNE EN GERANT LE SAUT DE PAGE.                      *
003480*----------------------------------------------------------------*
003490 5900-ECRIRE-LIGNE.
003500     IF WS-NB-LIGNES >= WS-MAX-LIGNES
003510         MOVE SEC-RPT-LIGNE TO WS-LIGNE-SAUVEE
003520         PERFORM 5800-NOUVELLE-PAGE THRU 5800-NOUVELLE-PAGE-EXIT
003530         MOVE WS-LIGNE-SAUVEE TO SEC-RPT-LIGNE
003540     END-IF
003550     WRITE SEC-RPT-LIGNE
003560     IF NOT WS-SEC-RPT-OK
003570         DISPLAY "ERREUR ECRITURE ETAT DE SECURITE - CODE "
003580                 WS-SEC-RPT-STATUS
003590         MOVE 12 TO RETURN-CODE
003600     END-IF
003610     ADD 1 TO WS-NB-LIGNES.
003620 5900-ECRIRE-LIGNE-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------*
003660*  8000-EDITER-TOTAUX - TOTAUX DU JOUR SUR L'ETAT ET EN FIN DE   *
003670*  TRAITEMENT. UN VERROUILLAGE OU UNE IDENTIFICATION HORS HEURES *
003680*  POSE LE CODE RETOUR 4.                                        *
003690*----------------------------------------------------------------*
003700 8000-EDITER-TOTAUX.
003710     DISPLAY "LIGNES DU JOURNAL LUES   : " WS-NB-LUES
003720     DISPLAY "IDENTIFICATIONS DU JOUR  : " WS-NB-DU-JOUR
003730     DISPLAY "IDENTIFICATIONS ADMISES  : " WS-NB-ADMISES
003740     DISPLAY "ECHECS                   : " WS-NB-ECHECS
003750     DISPLAY "VERROUILLAGES            : " WS-NB-VERROUILLAGES
003760     DISPLAY "HORS HEURES OUVRABLES    : " WS-NB-HORS-HEURES
003770     IF RETURN-CODE = ZEROES
003780        AND (WS-NB-VERROUILLAGES > ZEROES
003790             OR WS-NB-HORS-HEURES > ZEROES)
003800         MOVE 4 TO RETURN-CODE
003810     END-IF
003820     IF NOT WS-SEC-RPT-OK
003830         GO TO 8000-EDITER-TOTAUX-EXIT
003840     END-IF
003850     IF WS-NB-EDITEES = ZEROES
003860         MOVE "AUCUNE IDENTIFICATION A SIGNALER" TO MSG-TEXTE
003870         MOVE WS-LIGNE-MESSAGE TO SEC-RPT-LIGNE
003880         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003890     END-IF
003900     MOVE WS-LIGNE-VIDE TO SEC-RPT-LIGNE
003910     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003920     IF WS-JOUR-NON-OUVRE
003930         MOVE "JOUR NON OUVRE : TOUTE IDENTIFICATION EST SIGNALEE"
003940             TO MSG-TEXTE
003950         MOVE WS-LIGNE-MESSAGE TO SEC-RPT-LIGNE
003960         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003970     END-IF
003980     MOVE "IDENTIFICATIONS DU JOUR" TO TOT-LIBELLE
003990     MOVE WS-NB-DU-JOUR TO TOT-NOMBRE
004000     MOVE WS-LIGNE-TOTAL TO SEC-RPT-LIGNE
004010     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004020     MOVE "IDENTIFICATIONS ADMISES" TO TOT-LIBELLE
004030     MOVE WS-NB-ADMISES TO TOT-NOMBRE
004040     MOVE WS-LIGNE-TOTAL TO SEC-RPT-LIGNE
004050     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004060     MOVE "ECHECS (Y COMPRIS VERROUILLAGES)" TO TOT-LIBELLE
004070     MOVE WS-NB-ECHECS TO TOT-NOMBRE
004080     MOVE WS-LIGNE-TOTAL TO SEC-RPT-LIGNE
004090     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004100     MOVE "VERROUILLAGES" TO TOT-LIBELLE
004110     MOVE WS-NB-VERROUILLAGES TO TOT-NOMBRE
004120     MOVE WS-LIGNE-TOTAL TO SEC-RPT-LIGNE
004130     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004140     MOVE "IDENTIFICATIONS HORS HEURES OUVRABLES" TO TOT-LIBELLE
004150     MOVE WS-NB-HORS-HEURES TO TOT-NOMBRE
004160     MOVE WS-LIGNE-TOTAL TO SEC-RPT-LIGNE
004170     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT.
004180 8000-EDITER-TOTAUX-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220*  9999-EXIT - FERMETURE DES FICHIERS ET DU CALENDRIER.          *
004230*----------------------------------------------------------------*
004240 9999-EXIT.
004250     MOVE "F" TO WS-FONCTION-DATE
004260     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
004270                                   WS-DATE-OUVRE
004280                                   WS-CODE-DATE
004290     CLOSE SIGNON-FILE
004300     CLOSE SEC-RPT-FILE.
004310     EXIT.
004320
004330 END PROGRAM ETAT-SECURITE.
