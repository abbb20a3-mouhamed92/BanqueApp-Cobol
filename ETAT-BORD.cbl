000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ETAT-BORDEREAUX.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  BORDEREAUX DU LOT PAR AGENCE ET CONTROLE DE LA NUMEROTATION   *
000090*  DES BORDEREAUX DE CHANGE. LANCE APRES CONVERSION-BATCH.       *
000100*                                                                *
000110*  1) REGROUPEMENT : LES BORDEREAUX DU LOT (BORDLOT) SONT        *
000120*     RECOPIES SUR LE FICHIER D'IMPRESSION DES AGENCES (BORDAGC) *
000130*     EN UN BLOC PAR AGENCE, DANS L'ORDRE DU REFERENTIEL DES     *
000140*     AGENCES : EN-TETE "E" (DATE, NOM DE L'AGENCE), BORDEREAUX  *
000150*     DE L'AGENCE, FIN "F" AVEC LE NOMBRE DE BORDEREAUX. UNE     *
000160*     AGENCE SANS BORDEREAU N'A PAS DE BLOC. UN BORDEREAU D'UNE  *
000170*     AGENCE ABSENTE DU REFERENTIEL N'EST PAS REGROUPE ET EST    *
000180*     SIGNALE.                                                   *
000190*  2) NUMEROTATION : POUR CHAQUE COMPTEUR NUMBORD AYANT ATTRIBUE *
000200*     DES NUMEROS A LA DATE DE TRAITEMENT, CHAQUE NUMERO DU      *
000210*     PREMIER DU JOUR AU DERNIER ATTRIBUE EST RECHERCHE PARMI    *
000220*     LES CONVERSIONS ABOUTIES DU JOURNAL D'AUDIT (AUDITLOG).    *
000230*     L'ETAT ETATBRD LISTE LES NUMEROS MANQUANTS (PAR PLAGE),    *
000240*     LES NUMEROS EN DOUBLE, LES NUMEROS DU JOUR HORS DE LA      *
000250*     PLAGE DU COMPTEUR, ET UN TOTAL PAR AGENCE. LES ANNULATIONS *
000260*     REPRENNENT LE NUMERO DE L'ORIGINAL ET NE SONT PAS COMPTEES.*
000270*                                                                *
000280*  CODE RETOUR : 0 = NUMEROTATION CONTINUE, 4 = TROU, DOUBLE,    *
000290*  HORS PLAGE OU BORDEREAU NON REGROUPE, 12 = INCIDENT FICHIER.  *
000300*                                                                *
000310*  HISTORIQUE DES MODIFICATIONS.                                 *
000320*  DATE        AUTEUR   DESCRIPTION                              *
000330*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000340*================================================================*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT AGENCES-FILE ASSIGN TO "AGENCES"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS AGC-CODE
000450         FILE STATUS IS WS-AGENCES-STATUS.
000460
000470     SELECT NUMBORD-FILE ASSIGN TO "NUMBORD"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS NBD-CLE
000510         FILE STATUS IS WS-NUMBORD-STATUS.
000520
000530     SELECT BORDLOT-FILE ASSIGN TO "BORDLOT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-BORDLOT-STATUS.
000560
000570     SELECT BORDAGC-FILE ASSIGN TO "BORDAGC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-BORDAGC-STATUS.
000600
000610     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640
000650     SELECT BRD-RPT-FILE ASSIGN TO "ETATBRD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BRD-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  AGENCES-FILE.
000720 COPY DEVCPY32.
000730
000740 FD  NUMBORD-FILE.
000750 COPY DEVCPY33.
000760
000770 FD  BORDLOT-FILE.
000780 COPY DEVCPY34.
000790
000800 FD  BORDAGC-FILE.
000810 COPY DEVCPY34 REPLACING LEADING ==BRD== BY ==BAG==.
000820
000830 FD  AUDIT-FILE.
000840 COPY DEVCPY02.
000850
000860 FD  BRD-RPT-FILE.
000870 01  BRD-RPT-LIGNE               PIC X(80).
000880
000890 WORKING-STORAGE SECTION.
000900 01  WS-AGENCES-STATUS           PIC X(02).
000910     88  WS-AGENCES-OK               VALUE "00".
000920 01  WS-NUMBORD-STATUS           PIC X(02).
000930     88  WS-NUMBORD-OK               VALUE "00".
000940     88  WS-NUMBORD-ABSENT           VALUE "35".
000950 01  WS-BORDLOT-STATUS           PIC X(02).
000960     88  WS-BORDLOT-OK               VALUE "00".
000970 01  WS-BORDAGC-STATUS           PIC X(02).
000980     88  WS-BORDAGC-OK               VALUE "00".
000990 01  WS-AUDIT-STATUS             PIC X(02).
001000     88  WS-AUDIT-OK                 VALUE "00".
001010 01  WS-BRD-RPT-STATUS           PIC X(02).
001020     88  WS-BRD-RPT-OK               VALUE "00".
001030
001040 77  WS-SW-FIN-AGENCES           PIC X(01).
001050     88  WS-FIN-AGENCES              VALUE "O".
001060     88  WS-PAS-FIN-AGENCES          VALUE "N".
001070 77  WS-SW-FIN-LOT               PIC X(01).
001080     88  WS-FIN-LOT                  VALUE "O".
001090     88  WS-PAS-FIN-LOT              VALUE "N".
001100 77  WS-SW-FIN-COMPTEURS         PIC X(01).
001110     88  WS-FIN-COMPTEURS            VALUE "O".
001120     88  WS-PAS-FIN-COMPTEURS        VALUE "N".
001130 77  WS-SW-FIN-FICHIER           PIC X(01).
001140     88  WS-FIN-FICHIER              VALUE "O".
001150     88  WS-PAS-FIN-FICHIER          VALUE "N".
001160 77  WS-SW-TROU                  PIC X(01).
001170     88  WS-TROU-OUVERT              VALUE "O".
001180     88  WS-PAS-DE-TROU              VALUE "N".
001190 77  WS-DATE-SYSTEME             PIC 9(08).
001200 77  WS-FONCTION-DATE            PIC X(01).
001210 77  WS-CODE-DATE                PIC X(02).
001220 77  WS-NB-LOT-LUS               PIC 9(07) COMP.
001230 77  WS-NB-LOT-PASSE             PIC 9(07) COMP.
001240 77  WS-NB-REGROUPES             PIC 9(07) COMP.
001250 77  WS-NB-NON-REGROUPES         PIC 9(07) COMP.
001260 77  WS-NB-BLOCS                 PIC 9(05) COMP.
001270 77  WS-NB-BORD-AGENCE           PIC 9(05) COMP.
001280 77  WS-NB-COMPTEURS             PIC 9(05) COMP.
001290 77  WS-NB-ATTENDUS              PIC 9(07) COMP.
001300 77  WS-NB-TROUVES               PIC 9(07) COMP.
001310 77  WS-NB-MANQUANTS             PIC 9(07) COMP.
001320 77  WS-NB-DOUBLES               PIC 9(07) COMP.
001330 77  WS-NB-HORS-PLAGE            PIC 9(07) COMP.
001340 77  WS-TOT-MANQUANTS            PIC 9(07) COMP.
001350 77  WS-TOT-DOUBLES              PIC 9(07) COMP.
001360 77  WS-TOT-HORS-PLAGE           PIC 9(07) COMP.
001370 77  WS-IND                      PIC 9(05) COMP.
001380 77  WS-MAX-PLAGE                PIC 9(05) COMP VALUE 9999.
001390 77  WS-NUMERO                   PIC 9(07).
001400 77  WS-DEBUT-TROU               PIC 9(07).
001410 77  WS-FIN-TROU                 PIC 9(07).
001420 77  WS-DERNIER-CONTROLE         PIC 9(07).
001430
001440 77  WS-NO-PAGE                  PIC 9(03) COMP.
001450 77  WS-NB-LIGNES                PIC 9(02) COMP.
001460 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
001470
001500 01  WS-TABLE-PRESENCE.
001510     05  WS-PRESENCE             PIC 9(03) COMP
001520                                 OCCURS 9999.
001530
001540 01  WS-LIGNE-TITRE.
001550     05  FILLER                  PIC X(30) VALUE
001560         "CONTROLE DES BORDEREAUX DU   ".
001570     05  TIT-JOUR                PIC X(02).
001580     05  FILLER                  PIC X(01) VALUE "/".
001590     05  TIT-MOIS                PIC X(02).
001600     05  FILLER                  PIC X(01) VALUE "/".
001610     05  TIT-ANNEE               PIC X(04).
001620     05  FILLER                  PIC X(12) VALUE "      PAGE :".
001630     05  TIT-NO-PAGE             PIC ZZ9.
001640     05  FILLER                  PIC X(25) VALUE SPACES.
001650
001660 01  WS-LIGNE-COLONNES.
001670     05  FILLER                  PIC X(12) VALUE
001680         "AGENCE ANNEE".
001690     05  FILLER                  PIC X(32) VALUE
001700         "  NATURE                        ".
001710     05  FILLER                  PIC X(18) VALUE
001720         "     DU No      AU".
001730     05  FILLER                  PIC X(18) VALUE
001740         " No     NOMBRE    ".
001750
001760 01  WS-LIGNE-SEPARATION.
001770     05  FILLER                  PIC X(79) VALUE ALL "-".
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790
001800 01  WS-LIGNE-DETAIL.
001810     05  DET-AGENCE              PIC X(03).
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  DET-ANNEE               PIC X(04).
001840     05  FILLER                  PIC X(03) VALUE SPACES.
001850     05  DET-NATURE              PIC X(30).
001860     05  FILLER                  PIC X(03) VALUE SPACES.
001870     05  DET-DU                  PIC ZZZZZZ9.
001880     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  DET-AU                  PIC ZZZZZZ9.
001900     05  FILLER                  PIC X(04) VALUE SPACES.
001910     05  DET-NOMBRE              PIC ZZZZZZ9.
001920     05  FILLER                  PIC X(04) VALUE SPACES.
001930
001940 01  WS-LIGNE-TOTAL-AGENCE.
001950     05  FILLER                  PIC X(07) VALUE "TOTAL  ".
001960     05  TOT-AGENCE              PIC X(03).
001970     05  FILLER                  PIC X(12) VALUE "  ATTENDUS :".
001980     05  TOT-ATTENDUS            PIC ZZZZZZ9.
001990     05  FILLER                  PIC X(11) VALUE "  TROUVES :".
002000     05  TOT-TROUVES             PIC ZZZZZZ9.
002010     05  FILLER                  PIC X(13) VALUE "  MANQUANTS :".
002020     05  TOT-MANQUANTS           PIC ZZZZZZ9.
002030     05  FILLER                  PIC X(13) VALUE SPACES.
002040
002050 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
002060 01  WS-LIGNE-SAUVEE             PIC X(80).
002070
002080 PROCEDURE DIVISION.
002090
002100*----------------------------------------------------------------*
002110*  0000-MAINLINE.                                                *
002120*----------------------------------------------------------------*
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
002150     IF RETURN-CODE = ZEROES
002160         PERFORM 2000-REGROUPER-LOT THRU 2000-REGROUPER-LOT-EXIT
002170     END-IF
002180     IF RETURN-CODE NOT = 12
002190         PERFORM 3000-CONTROLER-NUMEROTATION
002200             THRU 3000-CONTROLER-NUMEROTATION-EXIT
002210     END-IF
002220     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
002230     PERFORM 9999-EXIT
002240     STOP RUN.
002250
002260*----------------------------------------------------------------*
002270*  1000-INITIALISER - DATE DE TRAITEMENT ET OUVERTURE DES        *
002280*  FICHIERS DE SORTIE.                                           *
002290*----------------------------------------------------------------*
002300 1000-INITIALISER.
002310     MOVE ZEROES TO WS-NB-LOT-LUS
002320     MOVE ZEROES TO WS-NB-REGROUPES
002330     MOVE ZEROES TO WS-NB-NON-REGROUPES
002340     MOVE ZEROES TO WS-NB-BLOCS
002350     MOVE ZEROES TO WS-NB-COMPTEURS
002360     MOVE ZEROES TO WS-TOT-MANQUANTS
002370     MOVE ZEROES TO WS-TOT-DOUBLES
002380     MOVE ZEROES TO WS-TOT-HORS-PLAGE
002390     MOVE ZEROES TO WS-NO-PAGE
002400     MOVE 99 TO WS-NB-LIGNES
002410     MOVE "L" TO WS-FONCTION-DATE
002420     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002430                                   WS-DATE-SYSTEME
002440                                   WS-CODE-DATE
002450     IF WS-CODE-DATE NOT = "00"
002460         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
002470                 "DATE SYSTEME RETENUE"
002480     END-IF
002490     OPEN OUTPUT BORDAGC-FILE
002500     IF NOT WS-BORDAGC-OK
002510         DISPLAY "IMPOSSIBLE D'OUVRIR LES BORDEREAUX DES AGENCES "
002520                 "- CODE " WS-BORDAGC-STATUS
002530         MOVE 12 TO RETURN-CODE
002540         GO TO 1000-INITIALISER-EXIT
002550     END-IF
002560     OPEN OUTPUT BRD-RPT-FILE
002570     IF NOT WS-BRD-RPT-OK
002580         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT DES BORDEREAUX - "
002590                 "CODE " WS-BRD-RPT-STATUS
002600         MOVE 12 TO RETURN-CODE
002610     END-IF.
002620 1000-INITIALISER-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------------*
002660*  2000-REGROUPER-LOT - UN PASSAGE SUR LES BORDEREAUX DU LOT PAR *
002670*  AGENCE DU REFERENTIEL, DANS L'ORDRE DES CODES AGENCE.         *
002680*----------------------------------------------------------------*
002690 2000-REGROUPER-LOT.
002700     OPEN INPUT AGENCES-FILE
002710     IF NOT WS-AGENCES-OK
002720         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL DES AGENCES "
002730                 "- CODE " WS-AGENCES-STATUS
002740         MOVE 12 TO RETURN-CODE
002750         GO TO 2000-REGROUPER-LOT-EXIT
002760     END-IF
002770     SET WS-PAS-FIN-AGENCES TO TRUE
002780     MOVE LOW-VALUES TO AGC-CODE
002790     START AGENCES-FILE KEY IS NOT LESS THAN AGC-CODE
002800         INVALID KEY
002810             SET WS-FIN-AGENCES TO TRUE
002820     END-START
002830     PERFORM 2100-TRAITER-AGENCE THRU 2100-TRAITER-AGENCE-EXIT
002840         UNTIL WS-FIN-AGENCES
002850     CLOSE AGENCES-FILE
002860     IF RETURN-CODE = 12
002870         GO TO 2000-REGROUPER-LOT-EXIT
002880     END-IF
002890     IF WS-NB-BLOCS = ZEROES
002900         PERFORM 2300-COMPTER-LOT THRU 2300-COMPTER-LOT-EXIT
002910     END-IF
002920     COMPUTE WS-NB-NON-REGROUPES = WS-NB-LOT-LUS
002930                                 - WS-NB-REGROUPES
002940     IF WS-NB-NON-REGROUPES > ZEROES
002950         DISPLAY "ATTENTION : " WS-NB-NON-REGROUPES
002960                 " BORDEREAUX DU LOT D'UNE AGENCE ABSENTE DU "
002970                 "REFERENTIEL - NON REGROUPES"
002980     END-IF.
002990 2000-REGROUPER-LOT-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030*  2100-TRAITER-AGENCE - AGENCE SUIVANTE DU REFERENTIEL : COPIE  *
003040*  DE SES BORDEREAUX DU LOT ET LIGNE DE FIN DU BLOC.             *
003050*----------------------------------------------------------------*
003060 2100-TRAITER-AGENCE.
003070     READ AGENCES-FILE NEXT RECORD
003080         AT END
003090             SET WS-FIN-AGENCES TO TRUE
003100             GO TO 2100-TRAITER-AGENCE-EXIT
003110     END-READ
003120     MOVE ZEROES TO WS-NB-BORD-AGENCE
003130     MOVE ZEROES TO WS-NB-LOT-PASSE
003140     OPEN INPUT BORDLOT-FILE
003150     IF NOT WS-BORDLOT-OK
003160         DISPLAY "IMPOSSIBLE D'OUVRIR LES BORDEREAUX DU LOT - "
003170                 "CODE " WS-BORDLOT-STATUS
003180         MOVE 12 TO RETURN-CODE
003190         SET WS-FIN-AGENCES TO TRUE
003200         GO TO 2100-TRAITER-AGENCE-EXIT
003210     END-IF
003220     SET WS-PAS-FIN-LOT TO TRUE
003230     PERFORM 2200-COPIER-BORDEREAU THRU 2200-COPIER-BORDEREAU-EXIT
003240         UNTIL WS-FIN-LOT
003250     CLOSE BORDLOT-FILE
003260     MOVE WS-NB-LOT-PASSE TO WS-NB-LOT-LUS
003270     IF WS-NB-BORD-AGENCE = ZEROES
003280         GO TO 2100-TRAITER-AGENCE-EXIT
003290     END-IF
003300     MOVE SPACES TO BAG-RECORD
003310     MOVE "F" TO BAG-TYPE-LIGNE
003320     MOVE AGC-CODE TO BAG-AGENCE
003330     MOVE WS-DATE-SYSTEME TO BAG-FIN-DATE
003340     MOVE WS-NB-BORD-AGENCE TO BAG-FIN-NB-BORDEREAUX
003350     PERFORM 2900-ECRIRE-BORDAGC THRU 2900-ECRIRE-BORDAGC-EXIT.
003360 2100-TRAITER-AGENCE-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------*
003400*  2200-COPIER-BORDEREAU - LECTURE D'UN BORDEREAU DU LOT ; S'IL  *
003410*  EST DE L'AGENCE COURANTE, IL EST RECOPIE, PRECEDE DE          *
003420*  L'EN-TETE DU BLOC S'IL EST LE PREMIER DE L'AGENCE.            *
003430*----------------------------------------------------------------*
003440 2200-COPIER-BORDEREAU.
003450     READ BORDLOT-FILE
003460         AT END
003470             SET WS-FIN-LOT TO TRUE
003480             GO TO 2200-COPIER-BORDEREAU-EXIT
003490     END-READ
003500     IF NOT BRD-LIGNE-BORDEREAU
003510         GO TO 2200-COPIER-BORDEREAU-EXIT
003520     END-IF
003530     ADD 1 TO WS-NB-LOT-PASSE
003540     IF BRD-AGENCE NOT = AGC-CODE
003550         GO TO 2200-COPIER-BORDEREAU-EXIT
003560     END-IF
003570     IF WS-NB-BORD-AGENCE = ZEROES
003580         MOVE SPACES TO BAG-RECORD
003590         MOVE "E" TO BAG-TYPE-LIGNE
003600         MOVE AGC-CODE TO BAG-AGENCE
003610         MOVE WS-DATE-SYSTEME TO BAG-ENT-DATE
003620         MOVE AGC-NOM TO BAG-ENT-NOM-AGENCE
003630         PERFORM 2900-ECRIRE-BORDAGC THRU 2900-ECRIRE-BORDAGC-EXIT
003640         ADD 1 TO WS-NB-BLOCS
003650     END-IF
003660     MOVE BRD-RECORD TO BAG-RECORD
003670     PERFORM 2900-ECRIRE-BORDAGC THRU 2900-ECRIRE-BORDAGC-EXIT
003680     ADD 1 TO WS-NB-BORD-AGENCE
003690     ADD 1 TO WS-NB-REGROUPES.
003700 2200-COPIER-BORDEREAU-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740*  2300-COMPTER-LOT - AUCUN BLOC ECRIT (LE REFERENTIEL PEUT      *
003745*  ETRE VIDE) : LES BORDEREAUX DU LOT SONT RECOMPTES, POUR ETRE  *
003750*  SIGNALES NON REGROUPES.                                       *
003760*----------------------------------------------------------------*
003770 2300-COMPTER-LOT.
003780     MOVE ZEROES TO WS-NB-LOT-LUS
003790     OPEN INPUT BORDLOT-FILE
003800     IF NOT WS-BORDLOT-OK
003810         DISPLAY "IMPOSSIBLE D'OUVRIR LES BORDEREAUX DU LOT - "
003820                 "CODE " WS-BORDLOT-STATUS
003830         MOVE 12 TO RETURN-CODE
003840         GO TO 2300-COMPTER-LOT-EXIT
003850     END-IF
003860     SET WS-PAS-FIN-LOT TO TRUE
003870     PERFORM 2350-LIRE-LOT THRU 2350-LIRE-LOT-EXIT
003880         UNTIL WS-FIN-LOT
003890     CLOSE BORDLOT-FILE.
003900 2300-COMPTER-LOT-EXIT.
003910     EXIT.
003920
003930 2350-LIRE-LOT.
003940     READ BORDLOT-FILE
003950         AT END
003960             SET WS-FIN-LOT TO TRUE
003970             GO TO 2350-LIRE-LOT-EXIT
003980     END-READ
003990     IF BRD-LIGNE-BORDEREAU
004000         ADD 1 TO WS-NB-LOT-LUS
004010     END-IF.
004020 2350-LIRE-LOT-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------------*
004060*  2900-ECRIRE-BORDAGC - ECRITURE SUR LE FICHIER D'IMPRESSION    *
004070*  DES AGENCES.                                                  *
004080*----------------------------------------------------------------*
004090 2900-ECRIRE-BORDAGC.
004100     WRITE BAG-RECORD
004110     IF NOT WS-BORDAGC-OK
004120         DISPLAY "ERREUR ECRITURE BORDEREAUX DES AGENCES - CODE "
004130                 WS-BORDAGC-STATUS
004140         MOVE 12 TO RETURN-CODE
004150     END-IF.
004160 2900-ECRIRE-BORDAGC-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200*  3000-CONTROLER-NUMEROTATION - PARCOURS DES COMPTEURS DES      *
004210*  BORDEREAUX. UN FICHIER NUMBORD ABSENT SIGNIFIE QU'AUCUN       *
004220*  NUMERO N'A ENCORE ETE ATTRIBUE.                               *
004230*----------------------------------------------------------------*
004240 3000-CONTROLER-NUMEROTATION.
004250     OPEN INPUT NUMBORD-FILE
004260     IF WS-NUMBORD-ABSENT
004270         DISPLAY "AUCUN COMPTEUR DE BORDEREAUX - RIEN A CONTROLER"
004280         GO TO 3000-CONTROLER-NUMEROTATION-EXIT
004290     END-IF
004300     IF NOT WS-NUMBORD-OK
004310         DISPLAY "IMPOSSIBLE D'OUVRIR LE COMPTEUR DES BORDEREAUX "
004320                 "- CODE " WS-NUMBORD-STATUS
004330         MOVE 12 TO RETURN-CODE
004340         GO TO 3000-CONTROLER-NUMEROTATION-EXIT
004350     END-IF
004360     SET WS-PAS-FIN-COMPTEURS TO TRUE
004370     MOVE LOW-VALUES TO NBD-CLE
004380     START NUMBORD-FILE KEY IS NOT LESS THAN NBD-CLE
004390         INVALID KEY
004400             SET WS-FIN-COMPTEURS TO TRUE
004410     END-START
004420     PERFORM 3100-TRAITER-COMPTEUR THRU 3100-TRAITER-COMPTEUR-EXIT
004430         UNTIL WS-FIN-COMPTEURS
004440     CLOSE NUMBORD-FILE
004450     IF WS-NB-COMPTEURS = ZEROES
004460        AND RETURN-CODE NOT = 12
004470         MOVE "AUCUN BORDEREAU NUMEROTE A LA DATE DE TRAITEMENT"
004480             TO BRD-RPT-LIGNE
004490         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004500     END-IF.
004510 3000-CONTROLER-NUMEROTATION-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------*
004550*  3100-TRAITER-COMPTEUR - COMPTEUR SUIVANT : S'IL A ATTRIBUE    *
004560*  DES NUMEROS A LA DATE DE TRAITEMENT, POINTAGE DU JOURNAL      *
004570*  D'AUDIT SUR LA PLAGE DU JOUR PUIS EDITION DES ANOMALIES. UNE  *
004580*  PLAGE SUPERIEURE A LA TABLE EST CONTROLEE SUR SES 9999        *
004590*  PREMIERS NUMEROS.                                             *
004600*----------------------------------------------------------------*
004610 3100-TRAITER-COMPTEUR.
004620     READ NUMBORD-FILE NEXT RECORD
004630         AT END
004640             SET WS-FIN-COMPTEURS TO TRUE
004650             GO TO 3100-TRAITER-COMPTEUR-EXIT
004660     END-READ
004670     IF NBD-DATE-JOUR NOT = WS-DATE-SYSTEME
004680        OR NBD-PREMIER-DU-JOUR = ZEROES
004690        OR NBD-PREMIER-DU-JOUR > NBD-DERNIER-NUMERO
004700         GO TO 3100-TRAITER-COMPTEUR-EXIT
004710     END-IF
004720     ADD 1 TO WS-NB-COMPTEURS
004730     MOVE ZEROES TO WS-NB-TROUVES
004740     MOVE ZEROES TO WS-NB-MANQUANTS
004750     MOVE ZEROES TO WS-NB-DOUBLES
004760     MOVE ZEROES TO WS-NB-HORS-PLAGE
004770     INITIALIZE WS-TABLE-PRESENCE
004780     COMPUTE WS-NB-ATTENDUS = NBD-DERNIER-NUMERO
004790                            - NBD-PREMIER-DU-JOUR + 1
004800     MOVE NBD-DERNIER-NUMERO TO WS-DERNIER-CONTROLE
004810     IF WS-NB-ATTENDUS > WS-MAX-PLAGE
004820         MOVE WS-MAX-PLAGE TO WS-NB-ATTENDUS
004830         COMPUTE WS-DERNIER-CONTROLE = NBD-PREMIER-DU-JOUR
004840                                     + WS-MAX-PLAGE - 1
004850         DISPLAY "AGENCE " NBD-AGENCE " : PLAGE DU JOUR LIMITEE "
004860                 "AUX " WS-MAX-PLAGE " PREMIERS NUMEROS"
004870     END-IF
004880     MOVE NBD-AGENCE TO DET-AGENCE
004890     MOVE NBD-ANNEE TO DET-ANNEE
004900     MOVE "PLAGE ATTRIBUEE DU JOUR" TO DET-NATURE
004910     MOVE NBD-PREMIER-DU-JOUR TO DET-DU
004920     MOVE NBD-DERNIER-NUMERO TO DET-AU
004930     COMPUTE DET-NOMBRE = NBD-DERNIER-NUMERO
004940                        - NBD-PREMIER-DU-JOUR + 1
004950     MOVE WS-LIGNE-DETAIL TO BRD-RPT-LIGNE
004960     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
004970     OPEN INPUT AUDIT-FILE
004980     IF NOT WS-AUDIT-OK
004990         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT - CODE "
005000                 WS-AUDIT-STATUS
005010         MOVE 12 TO RETURN-CODE
005020         SET WS-FIN-COMPTEURS TO TRUE
005030         GO TO 3100-TRAITER-COMPTEUR-EXIT
005040     END-IF
005050     SET WS-PAS-FIN-FICHIER TO TRUE
005060     PERFORM 3200-POINTER-JOURNAL THRU 3200-POINTER-JOURNAL-EXIT
005070         UNTIL WS-FIN-FICHIER
005080     CLOSE AUDIT-FILE
005090     SET WS-PAS-DE-TROU TO TRUE
005100     PERFORM 3300-EXAMINER-NUMERO THRU 3300-EXAMINER-NUMERO-EXIT
005110         VARYING WS-IND FROM 1 BY 1
005120         UNTIL WS-IND > WS-NB-ATTENDUS
005130     IF WS-TROU-OUVERT
005140         MOVE WS-DERNIER-CONTROLE TO WS-FIN-TROU
005150         PERFORM 3500-EDITER-TROU THRU 3500-EDITER-TROU-EXIT
005160     END-IF
005170     IF WS-NB-HORS-PLAGE > ZEROES
005180         MOVE NBD-AGENCE TO DET-AGENCE
005190         MOVE NBD-ANNEE TO DET-ANNEE
005200         MOVE "NUMEROS DU JOUR HORS PLAGE" TO DET-NATURE
005210         MOVE ZEROES TO DET-DU
005220         MOVE ZEROES TO DET-AU
005230         MOVE WS-NB-HORS-PLAGE TO DET-NOMBRE
005240         MOVE WS-LIGNE-DETAIL TO BRD-RPT-LIGNE
005250         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
005260     END-IF
005265     PERFORM 3400-TOTALISER-AGENCE
005270         THRU 3400-TOTALISER-AGENCE-EXIT.
005280 3100-TRAITER-COMPTEUR-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320*  3200-POINTER-JOURNAL - UNE CONVERSION ABOUTIE DE L'AGENCE ET  *
005330*  DE L'ANNEE DU COMPTEUR DONT LE NUMERO EST DANS LA PLAGE DU    *
005340*  JOUR EST POINTEE ; UN NUMERO PLUS ANCIEN EST CELUI D'UN JOUR  *
005350*  PRECEDENT. UNE LIGNE DU JOUR AU-DELA DU DERNIER NUMERO DU     *
005360*  COMPTEUR EST HORS PLAGE.                                      *
005370*----------------------------------------------------------------*
005380 3200-POINTER-JOURNAL.
005390     READ AUDIT-FILE
005400         AT END
005410             SET WS-FIN-FICHIER TO TRUE
005420             GO TO 3200-POINTER-JOURNAL-EXIT
005430     END-READ
005440     IF NOT AUD-OPERATION-NORMALE
005450        OR AUD-CODE-RETOUR NOT = "00"
005460        OR AUD-AGENCE NOT = NBD-AGENCE
005470        OR AUD-NO-BORDEREAU IS NOT NUMERIC
005480         GO TO 3200-POINTER-JOURNAL-EXIT
005490     END-IF
005500     IF AUD-DATE (1:4) NOT = NBD-ANNEE
005510        OR AUD-NO-BORDEREAU = ZEROES
005520        OR AUD-NO-BORDEREAU < NBD-PREMIER-DU-JOUR
005530         GO TO 3200-POINTER-JOURNAL-EXIT
005540     END-IF
005550     IF AUD-NO-BORDEREAU > NBD-DERNIER-NUMERO
005560         IF AUD-DATE = WS-DATE-SYSTEME
005570             ADD 1 TO WS-NB-HORS-PLAGE
005580         END-IF
005590         GO TO 3200-POINTER-JOURNAL-EXIT
005600     END-IF
005610     IF AUD-NO-BORDEREAU > WS-DERNIER-CONTROLE
005620         GO TO 3200-POINTER-JOURNAL-EXIT
005630     END-IF
005640     COMPUTE WS-IND = AUD-NO-BORDEREAU - NBD-PREMIER-DU-JOUR + 1
005650     IF WS-PRESENCE (WS-IND) < 999
005660         ADD 1 TO WS-PRESENCE (WS-IND)
005670     END-IF.
005680 3200-POINTER-JOURNAL-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------------*
005720*  3300-EXAMINER-NUMERO - NUMERO ABSENT = DEBUT OU SUITE D'UNE   *
005730*  PLAGE MANQUANTE ; NUMERO PRESENT = FIN DE LA PLAGE EN COURS ; *
005740*  NUMERO PORTE PAR PLUSIEURS CONVERSIONS = DOUBLE.              *
005750*----------------------------------------------------------------*
005760 3300-EXAMINER-NUMERO.
005770     COMPUTE WS-NUMERO = NBD-PREMIER-DU-JOUR + WS-IND - 1
005780     IF WS-PRESENCE (WS-IND) = ZEROES
005790         ADD 1 TO WS-NB-MANQUANTS
005800         IF WS-PAS-DE-TROU
005810             SET WS-TROU-OUVERT TO TRUE
005820             MOVE WS-NUMERO TO WS-DEBUT-TROU
005830         END-IF
005840         GO TO 3300-EXAMINER-NUMERO-EXIT
005850     END-IF
005860     ADD 1 TO WS-NB-TROUVES
005870     IF WS-TROU-OUVERT
005880         COMPUTE WS-FIN-TROU = WS-NUMERO - 1
005890         PERFORM 3500-EDITER-TROU THRU 3500-EDITER-TROU-EXIT
005900     END-IF
005910     IF WS-PRESENCE (WS-IND) > 1
005920         ADD 1 TO WS-NB-DOUBLES
005930         MOVE NBD-AGENCE TO DET-AGENCE
005940         MOVE NBD-ANNEE TO DET-ANNEE
005950         MOVE "NUMERO EN DOUBLE" TO DET-NATURE
005960         MOVE WS-NUMERO TO DET-DU
005970         MOVE WS-NUMERO TO DET-AU
005980         MOVE WS-PRESENCE (WS-IND) TO DET-NOMBRE
005990         MOVE WS-LIGNE-DETAIL TO BRD-RPT-LIGNE
006000         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
006010     END-IF.
006020 3300-EXAMINER-NUMERO-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060*  3400-TOTALISER-AGENCE - LIGNE DE TOTAL DU COMPTEUR ET CUMUL   *
006070*  DES ANOMALIES.                                                *
006080*----------------------------------------------------------------*
006090 3400-TOTALISER-AGENCE.
006100     MOVE NBD-AGENCE TO TOT-AGENCE
006110     MOVE WS-NB-ATTENDUS TO TOT-ATTENDUS
006120     MOVE WS-NB-TROUVES TO TOT-TROUVES
006130     MOVE WS-NB-MANQUANTS TO TOT-MANQUANTS
006140     MOVE WS-LIGNE-TOTAL-AGENCE TO BRD-RPT-LIGNE
006150     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
006160     MOVE WS-LIGNE-VIDE TO BRD-RPT-LIGNE
006170     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
006180     ADD WS-NB-MANQUANTS TO WS-TOT-MANQUANTS
006190     ADD WS-NB-DOUBLES TO WS-TOT-DOUBLES
006200     ADD WS-NB-HORS-PLAGE TO WS-TOT-HORS-PLAGE.
006210 3400-TOTALISER-AGENCE-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------*
006250*  3500-EDITER-TROU - LIGNE D'UNE PLAGE DE NUMEROS MANQUANTS.    *
006260*----------------------------------------------------------------*
006270 3500-EDITER-TROU.
006280     MOVE NBD-AGENCE TO DET-AGENCE
006290     MOVE NBD-ANNEE TO DET-ANNEE
006300     MOVE "NUMEROS MANQUANTS" TO DET-NATURE
006310     MOVE WS-DEBUT-TROU TO DET-DU
006320     MOVE WS-FIN-TROU TO DET-AU
006330     COMPUTE DET-NOMBRE = WS-FIN-TROU - WS-DEBUT-TROU + 1
006340     MOVE WS-LIGNE-DETAIL TO BRD-RPT-LIGNE
006350     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
006360     SET WS-PAS-DE-TROU TO TRUE.
006370 3500-EDITER-TROU-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------*
006410*  5800-NOUVELLE-PAGE - EN-TETE DE PAGE DE L'ETAT.               *
006420*----------------------------------------------------------------*
006430 5800-NOUVELLE-PAGE.
006440     ADD 1 TO WS-NO-PAGE
006450     MOVE WS-DATE-SYSTEME (7:2) TO TIT-JOUR
006460     MOVE WS-DATE-SYSTEME (5:2) TO TIT-MOIS
006470     MOVE WS-DATE-SYSTEME (1:4) TO TIT-ANNEE
006480     MOVE WS-NO-PAGE TO TIT-NO-PAGE
006490     WRITE BRD-RPT-LIGNE FROM WS-LIGNE-TITRE
006500     WRITE BRD-RPT-LIGNE FROM WS-LIGNE-COLONNES
006510     WRITE BRD-RPT-LIGNE FROM WS-LIGNE-SEPARATION
006520     IF NOT WS-BRD-RPT-OK
006530         DISPLAY "ERREUR ECRITURE ETAT DES BORDEREAUX - CODE "
006540                 WS-BRD-RPT-STATUS
006550         MOVE 12 TO RETURN-CODE
006560     END-IF
006570     MOVE 3 TO WS-NB-LIGNES.
006580 5800-NOUVELLE-PAGE-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------*
006620*  5900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
006630*  BRD-RPT-LIGNE EN GERANT LE SAUT DE PAGE.                      *
006640*----------------------------------------------------------------*
006650 5900-ECRIRE-LIGNE.
006660     IF WS-NB-LIGNES >= WS-MAX-LIGNES
006670         MOVE BRD-RPT-LIGNE TO WS-LIGNE-SAUVEE
006680         PERFORM 5800-NOUVELLE-PAGE THRU 5800-NOUVELLE-PAGE-EXIT
006690         MOVE WS-LIGNE-SAUVEE TO BRD-RPT-LIGNE
006700     END-IF
006710     WRITE BRD-RPT-LIGNE
006720     IF NOT WS-BRD-RPT-OK
006730         DISPLAY "ERREUR ECRITURE ETAT DES BORDEREAUX - CODE "
006740                 WS-BRD-RPT-STATUS
006750         MOVE 12 TO RETURN-CODE
006760     END-IF
006770     ADD 1 TO WS-NB-LIGNES.
006780 5900-ECRIRE-LIGNE-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------*
006820*  8000-EDITER-TOTAUX - TOTAUX DE FIN DE TRAITEMENT. UN TROU, UN *
006830*  DOUBLE, UN NUMERO HORS PLAGE OU UN BORDEREAU NON REGROUPE     *
006840*  POSE LE CODE RETOUR 4.                                        *
006850*----------------------------------------------------------------*
006860 8000-EDITER-TOTAUX.
006870     DISPLAY "BORDEREAUX DU LOT LUS     : " WS-NB-LOT-LUS
006880     DISPLAY "BORDEREAUX REGROUPES      : " WS-NB-REGROUPES
006890     DISPLAY "BLOCS AGENCE ECRITS       : " WS-NB-BLOCS
006900     DISPLAY "BORDEREAUX NON REGROUPES  : " WS-NB-NON-REGROUPES
006910     DISPLAY "COMPTEURS CONTROLES       : " WS-NB-COMPTEURS
006920     DISPLAY "NUMEROS MANQUANTS         : " WS-TOT-MANQUANTS
006930     DISPLAY "NUMEROS EN DOUBLE         : " WS-TOT-DOUBLES
006940     DISPLAY "NUMEROS HORS PLAGE        : " WS-TOT-HORS-PLAGE
006950     IF RETURN-CODE = ZEROES
006960        AND (WS-TOT-MANQUANTS > ZEROES
006970             OR WS-TOT-DOUBLES > ZEROES
006980             OR WS-TOT-HORS-PLAGE > ZEROES
006990             OR WS-NB-NON-REGROUPES > ZEROES)
007000         MOVE 4 TO RETURN-CODE
007010     END-IF.
007020 8000-EDITER-TOTAUX-EXIT.
007030     EXIT.
007040
007050*----------------------------------------------------------------*
007060*  9999-EXIT - FERMETURE DES FICHIERS DE SORTIE.                 *
007070*----------------------------------------------------------------*
007080 9999-EXIT.
007090     CLOSE BORDAGC-FILE
007100     CLOSE BRD-RPT-FILE.
007110     EXIT.
007120
007130 END PROGRAM ETAT-BORDEREAUX.
