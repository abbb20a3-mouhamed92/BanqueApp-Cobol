000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ETAT-COTATION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ETAT JOURNALIER DES OPERATIONS SUR COTATION NEGOCIEE.         *
000090*                                                                *
000100*  LIT LE JOURNAL D'AUDIT (AUDITLOG) ET RETIENT, POUR UNE DATE   *
000110*  DE JOURNALISATION (ZERO = DATE DU JOUR), LES CONVERSIONS      *
000120*  ABOUTIES PASSEES SUR UNE COTATION DE LA SALLE DES MARCHES.    *
000130*  CHACUNE EST RECALCULEE PAR DEV-TAUX-CALCUL AU COURS ET AU     *
000140*  BAREME DU TABLEAU (MEME MONTANT, MEME SENS, MEME DATE         *
000150*  D'OPERATION) ET L'ETAT DONNE LE TAUX COTE, LE TAUX DU         *
000160*  TABLEAU ET LA MARGE EN TND :                                  *
000170*      SENS "D" : NET TND SERVI SUR COTATION - NET TND AU        *
000180*                 TABLEAU ;                                      *
000190*      SENS "T" : (NET DEVISE SERVI SUR COTATION - NET DEVISE AU *
000200*                 TABLEAU) x COURS DU TABLEAU.                   *
000210*  UNE MARGE POSITIVE EST CEDEE AU CLIENT, UNE MARGE NEGATIVE    *
000220*  EST GAGNEE PAR LA BANQUE. LES LIGNES D'ANNULATION (TYPE "A",  *
000230*  MARQUEES "A" SUR L'ETAT) CONTREPASSENT LA MARGE DE LA         *
000240*  CONVERSION D'ORIGINE. L'OPERATEUR DE LA SALLE DES MARCHES     *
000250*  EST PRIS DANS LE FICHIER DES COTATIONS (A BLANC S'IL EST      *
000260*  INDISPONIBLE). UNE OPERATION QUE LE TABLEAU NE PERMET PAS DE  *
000270*  RECALCULER EST EDITEE SANS MARGE ET POSE LE CODE RETOUR 4.    *
000280*                                                                *
000290*  HISTORIQUE DES MODIFICATIONS.                                 *
000300*  DATE        AUTEUR   DESCRIPTION                              *
000302*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000304*  15/10/2026  SEI      DATE PAR DEFAUT : DATE DE TRAITEMENT     *
000306*                       (ROUTINE COMMUNE DATE-TRAITEMENT) AU     *
000310*                       LIEU DE LA DATE SYSTEME.                 *
000312*  15/10/2026  SEI      MARGE D'UNE OPERATION AU COMPTANT        *
000314*                       RECALCULEE AU COURS DE SA DATE DE        *
000316*                       JOURNALISATION (DATE DE L'ORIGINAL POUR  *
000318*                       UNE ANNULATION) ET NON AU COURS DU JOUR. *
000320*================================================================*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-STATUS.
000420
000430     SELECT COTATION-FILE ASSIGN TO "COTATION"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS COT-NO
000470         FILE STATUS IS WS-COTATION-STATUS.
000480
000490     SELECT COT-RPT-FILE ASSIGN TO "ETATCOT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-COT-RPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AUDIT-FILE.
000560 COPY DEVCPY02.
000570
000580 FD  COTATION-FILE.
000590 COPY DEVCPY29.
000600
000610 FD  COT-RPT-FILE.
000620 01  COT-RPT-LIGNE               PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-AUDIT-STATUS             PIC X(02).
000660     88  WS-AUDIT-OK                 VALUE "00".
000670 01  WS-COTATION-STATUS          PIC X(02).
000680     88  WS-COTATION-OK              VALUE "00".
000690 01  WS-COT-RPT-STATUS           PIC X(02).
000700     88  WS-COT-RPT-OK               VALUE "00".
000710 77  WS-SW-FIN-FICHIER           PIC X(01).
000720     88  WS-FIN-FICHIER              VALUE "O".
000730     88  WS-PAS-FIN-FICHIER          VALUE "N".
000740 77  WS-SW-COTATIONS             PIC X(01).
000750     88  WS-COTATIONS-DISPONIBLES    VALUE "O".
000760     88  WS-COTATIONS-INDISPO        VALUE "N".
000770 77  WS-DATE-SAISIE              PIC 9(08).
000772 77  WS-DATE-ETAT                PIC 9(08).
000774 77  WS-FONCTION-DATE            PIC X(01).
000780 77  WS-CODE-DATE                PIC X(02).
000790 77  WS-NB-LUES                  PIC 9(07) COMP.
000800 77  WS-NB-EDITEES               PIC 9(07) COMP.
000810 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
000820 77  WS-NB-NON-RECALCULEES       PIC 9(07) COMP.
000830 77  WS-MARGE-TND                PIC S9(09)V9(02).
000840 77  WS-TOTAL-CEDE               PIC S9(11)V9(02).
000850 77  WS-TOTAL-GAGNE              PIC S9(11)V9(02).
000860 77  WS-TOTAL-NET                PIC S9(11)V9(02).
000870
000880 77  WS-MONTANT                  PIC 9(05)V9(02).
000890 77  WS-SENS                     PIC X(01).
000900 77  WS-DEVISE-SOURCE            PIC X(03).
000910 77  WS-DEVISE-CIBLE             PIC X(03).
000920 77  WS-MONTANT-TABLEAU          PIC 9(07)V9(02).
000930 77  WS-TAUX-TABLEAU             PIC 9(03)V9(04).
000940 77  WS-CODE-RETOUR              PIC X(02).
000950 77  WS-DATE-OPERATION           PIC 9(08).
000960 77  WS-BRUT-TABLEAU             PIC 9(07)V9(02).
000970 77  WS-FRAIS-TABLEAU            PIC 9(07)V9(02).
000980 01  WS-COTATION-APPEL.
000990     05  WS-NO-COTATION          PIC 9(08) VALUE ZEROES.
001000     05  WS-CLIENT-COTATION      PIC X(08) VALUE SPACES.
001010     05  WS-CONTROLE-COTATION    PIC X(01) VALUE "R".
001020
001030 77  WS-NO-PAGE                  PIC 9(03) COMP.
001040 77  WS-NB-LIGNES                PIC 9(02) COMP.
001050 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
001060
001070 01  WS-LIGNE-TITRE.
001080     05  FILLER                  PIC X(34) VALUE
001090         "OPERATIONS SUR COTATION NEGOCIEE -".
001100     05  FILLER                  PIC X(04) VALUE " DU ".
001110     05  TIT-JOUR                PIC X(02).
001120     05  FILLER                  PIC X(01) VALUE "/".
001130     05  TIT-MOIS                PIC X(02).
001140     05  FILLER                  PIC X(01) VALUE "/".
001150     05  TIT-ANNEE               PIC X(04).
001160     05  FILLER                  PIC X(12) VALUE "      PAGE :".
001170     05  TIT-NO-PAGE             PIC ZZ9.
001180     05  FILLER                  PIC X(17) VALUE SPACES.
001190
001200 01  WS-LIGNE-COLONNES.
001210     05  FILLER                  PIC X(09) VALUE "COTATION ".
001220     05  FILLER                  PIC X(09) VALUE "SALLE    ".
001230     05  FILLER                  PIC X(09) VALUE "CLIENT   ".
001240     05  FILLER                  PIC X(06) VALUE "S DEV ".
001250     05  FILLER                  PIC X(09) VALUE " MONTANT ".
001260     05  FILLER                  PIC X(09) VALUE "TX COTE  ".
001270     05  FILLER                  PIC X(09) VALUE "TX TABL. ".
001280     05  FILLER                  PIC X(11) VALUE "  MARGE TND".
001290     05  FILLER                  PIC X(09) VALUE SPACES.
001300
001310 01  WS-LIGNE-SEPARATION.
001320     05  FILLER                  PIC X(79) VALUE ALL "-".
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001340
001350 01  WS-LIGNE-DETAIL.
001360     05  DET-NO-COTATION         PIC 9(08).
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  DET-OPERATEUR-SALLE     PIC X(08).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  DET-CLIENT              PIC X(08).
001410     05  FILLER                  PIC X(01) VALUE SPACE.
001420     05  DET-SENS                PIC X(01).
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  DET-DEVISE              PIC X(03).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  DET-MONTANT             PIC ZZZZ9.99.
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  DET-TAUX-COTE           PIC ZZ9.9999.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  DET-TAUX-TABLEAU        PIC ZZ9.9999.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  DET-MARGE               PIC ZZZZZZ9.99-.
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  DET-ANNULATION          PIC X(01).
001550     05  FILLER                  PIC X(07) VALUE SPACES.
001560
001570 01  WS-LIGNE-TOTAL.
001580     05  TOT-LIBELLE             PIC X(36).
001590     05  FILLER                  PIC X(02) VALUE ": ".
001600     05  TOT-MONTANT-TND         PIC -,---,---,--9.99.
001610     05  FILLER                  PIC X(26) VALUE SPACES.
001620
001630 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001640 01  WS-LIGNE-SAUVEE             PIC X(80).
001650
001660 PROCEDURE DIVISION.
001670
001680*----------------------------------------------------------------*
001690*  0000-MAINLINE.                                                *
001700*----------------------------------------------------------------*
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001730     PERFORM 2000-TRAITER-AUDIT THRU 2000-TRAITER-AUDIT-EXIT
001740         UNTIL WS-FIN-FICHIER
001750     IF RETURN-CODE NOT = 12
001760         PERFORM 3000-EDITER-TOTAUX-ETAT
001770             THRU 3000-EDITER-TOTAUX-ETAT-EXIT
001780     END-IF
001790     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
001800     PERFORM 9999-EXIT
001810     STOP RUN.
001820
001830*----------------------------------------------------------------*
001840*  1000-INITIALISER - SAISIE DE LA DATE DE L'ETAT ET OUVERTURE   *
001850*  DES FICHIERS. LE FICHIER DES COTATIONS EST FACULTATIF : SANS  *
001860*  LUI, L'OPERATEUR DE LA SALLE DES MARCHES RESTE A BLANC.       *
001870*----------------------------------------------------------------*
001880 1000-INITIALISER.
001890     MOVE ZEROES TO WS-NB-LUES
001900     MOVE ZEROES TO WS-NB-EDITEES
001910     MOVE ZEROES TO WS-NB-ANNULATIONS
001920     MOVE ZEROES TO WS-NB-NON-RECALCULEES
001930     MOVE ZEROES TO WS-TOTAL-CEDE
001940     MOVE ZEROES TO WS-TOTAL-GAGNE
001950     MOVE ZEROES TO WS-NO-PAGE
001960     MOVE 99 TO WS-NB-LIGNES
001970     SET WS-PAS-FIN-FICHIER TO TRUE
001980     DISPLAY "DONNER LA DATE DE L'ETAT (AAAAMMJJ, "
001990             "0 = AUJOURD'HUI)"
002000     ACCEPT WS-DATE-SAISIE
002010     IF WS-DATE-SAISIE IS NUMERIC
002020        AND WS-DATE-SAISIE > ZEROES
002030         MOVE WS-DATE-SAISIE TO WS-DATE-ETAT
002040     ELSE
002041         MOVE "L" TO WS-FONCTION-DATE
002042         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002043                                       WS-DATE-ETAT
002044                                       WS-CODE-DATE
002045         IF WS-CODE-DATE NOT = "00"
002046             DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
002047                     "DATE SYSTEME RETENUE"
002050         END-IF
002060     END-IF
002070     OPEN INPUT AUDIT-FILE
002080     OPEN OUTPUT COT-RPT-FILE
002090     IF NOT WS-AUDIT-OK
002100         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT"
002110         MOVE 12 TO RETURN-CODE
002120         SET WS-FIN-FICHIER TO TRUE
002130         GO TO 1000-INITIALISER-EXIT
002140     END-IF
002150     IF NOT WS-COT-RPT-OK
002160         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT DES COTATIONS"
002170         MOVE 12 TO RETURN-CODE
002180         SET WS-FIN-FICHIER TO TRUE
002190         GO TO 1000-INITIALISER-EXIT
002200     END-IF
002210     OPEN INPUT COTATION-FILE
002220     IF WS-COTATION-OK
002230         SET WS-COTATIONS-DISPONIBLES TO TRUE
002240     ELSE
002250         SET WS-COTATIONS-INDISPO TO TRUE
002260         DISPLAY "FICHIER DES COTATIONS INDISPONIBLE - "
002270                 "OPERATEUR DE LA SALLE NON EDITE"
002280     END-IF.
002290 1000-INITIALISER-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330*  2000-TRAITER-AUDIT - RETIENT LA LIGNE D'AUDIT COURANTE SI     *
002340*  C'EST UNE CONVERSION ABOUTIE DU JOUR DE L'ETAT, PASSEE SUR    *
002350*  UNE COTATION ; RECALCUL AU TABLEAU ET EDITION DE LA MARGE.    *
002360*----------------------------------------------------------------*
002370 2000-TRAITER-AUDIT.
002380     READ AUDIT-FILE
002390         AT END
002400             SET WS-FIN-FICHIER TO TRUE
002410             GO TO 2000-TRAITER-AUDIT-EXIT
002420     END-READ
002430     ADD 1 TO WS-NB-LUES
002440     IF AUD-DATE NOT = WS-DATE-ETAT
002450        OR AUD-CODE-RETOUR NOT = "00"
002460        OR AUD-NO-COTATION IS NOT NUMERIC
002470         GO TO 2000-TRAITER-AUDIT-EXIT
002480     END-IF
002490     IF AUD-NO-COTATION = ZEROES
002500         GO TO 2000-TRAITER-AUDIT-EXIT
002510     END-IF
002520
002530     MOVE AUD-NO-COTATION TO DET-NO-COTATION
002540     MOVE SPACES TO DET-OPERATEUR-SALLE
002550     IF WS-COTATIONS-DISPONIBLES
002560         MOVE AUD-NO-COTATION TO COT-NO
002570         READ COTATION-FILE
002580             KEY IS COT-NO
002590             INVALID KEY
002600                 MOVE SPACES TO COT-OPERATEUR-ID
002610         END-READ
002620         MOVE COT-OPERATEUR-ID TO DET-OPERATEUR-SALLE
002630     END-IF
002640     MOVE AUD-CLIENT-ID TO DET-CLIENT
002650     MOVE AUD-SENS TO DET-SENS
002660     IF AUD-TND-VERS-DEVISE
002670         MOVE AUD-DEVISE-CIBLE TO DET-DEVISE
002680     ELSE
002690         MOVE AUD-DEVISE-SOURCE TO DET-DEVISE
002700     END-IF
002710     MOVE AUD-MONTANT TO DET-MONTANT
002720     MOVE AUD-TAUX-APPLIQUE TO DET-TAUX-COTE
002730     IF AUD-ANNULATION
002740         MOVE "A" TO DET-ANNULATION
002750         ADD 1 TO WS-NB-ANNULATIONS
002760     ELSE
002770         MOVE SPACE TO DET-ANNULATION
002780     END-IF
002790
002800     PERFORM 2100-CALCULER-MARGE THRU 2100-CALCULER-MARGE-EXIT
002810     MOVE WS-LIGNE-DETAIL TO COT-RPT-LIGNE
002820     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
002830     ADD 1 TO WS-NB-EDITEES.
002840 2000-TRAITER-AUDIT-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------*
002880*  2100-CALCULER-MARGE - RECALCUL AU COURS ET AU BAREME DU       *
002890*  TABLEAU (SANS COTATION) ET MARGE EN TND, SIGNEE, CUMULEE EN   *
002900*  CEDE OU EN GAGNE. UNE ANNULATION CONTREPASSE LA MARGE.        *
002902*  UNE OPERATION AU COMPTANT (DATE D'OPERATION A ZERO) EST       *
002904*  RECALCULEE AU COURS DE SA DATE DE JOURNALISATION, UNE         *
002906*  ANNULATION AU COURS DE LA DATE DE L'ORIGINAL : UNE DATE       *
002908*  ANTERIEURE A LA DATE DE TRAITEMENT EST LUE DANS DEVHIST.      *
002910*----------------------------------------------------------------*
002920 2100-CALCULER-MARGE.
002930     MOVE ZEROES TO DET-TAUX-TABLEAU
002940     MOVE ZEROES TO DET-MARGE
002950     MOVE AUD-MONTANT TO WS-MONTANT
002960     MOVE AUD-SENS TO WS-SENS
002970     MOVE AUD-DEVISE-SOURCE TO WS-DEVISE-SOURCE
002980     MOVE AUD-DEVISE-CIBLE TO WS-DEVISE-CIBLE
002982     EVALUATE TRUE
002984         WHEN AUD-DATE-OPERATION > ZEROES
002986             MOVE AUD-DATE-OPERATION TO WS-DATE-OPERATION
002988         WHEN AUD-ANNULATION
002990             MOVE AUD-REF-DATE TO WS-DATE-OPERATION
002992         WHEN OTHER
002994             MOVE AUD-DATE TO WS-DATE-OPERATION
002996     END-EVALUATE
003000     CALL "DEV-TAUX-CALCUL" USING WS-MONTANT
003010                                   WS-SENS
003020                                   WS-DEVISE-SOURCE
003030                                   WS-DEVISE-CIBLE
003040                                   WS-MONTANT-TABLEAU
003050                                   WS-TAUX-TABLEAU
003060                                   WS-CODE-RETOUR
003070                                   WS-DATE-OPERATION
003080                                   WS-BRUT-TABLEAU
003090                                   WS-FRAIS-TABLEAU
003100                                   WS-COTATION-APPEL
003110     IF WS-CODE-RETOUR NOT = "00"
003120        OR (NOT AUD-DEVISE-VERS-TND
003130            AND NOT AUD-TND-VERS-DEVISE)
003140         ADD 1 TO WS-NB-NON-RECALCULEES
003150         GO TO 2100-CALCULER-MARGE-EXIT
003160     END-IF
003170     MOVE WS-TAUX-TABLEAU TO DET-TAUX-TABLEAU
003180     IF AUD-TND-VERS-DEVISE
003190         COMPUTE WS-MARGE-TND ROUNDED =
003200                 (AUD-MONTANT-CONVERTI - WS-MONTANT-TABLEAU)
003210                 * WS-TAUX-TABLEAU
003220     ELSE
003230         COMPUTE WS-MARGE-TND =
003240                 AUD-MONTANT-CONVERTI - WS-MONTANT-TABLEAU
003250     END-IF
003260     IF AUD-ANNULATION
003270         COMPUTE WS-MARGE-TND = ZEROES - WS-MARGE-TND
003280     END-IF
003290     MOVE WS-MARGE-TND TO DET-MARGE
003300     IF WS-MARGE-TND > ZEROES
003310         ADD WS-MARGE-TND TO WS-TOTAL-CEDE
003320     ELSE
003330         SUBTRACT WS-MARGE-TND FROM WS-TOTAL-GAGNE
003340     END-IF.
003350 2100-CALCULER-MARGE-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------*
003390*  3000-EDITER-TOTAUX-ETAT - MARGE CEDEE, MARGE GAGNEE ET MARGE  *
003400*  NETTE (CEDEE - GAGNEE) EN FIN D'ETAT.                         *
003410*----------------------------------------------------------------*
003420 3000-EDITER-TOTAUX-ETAT.
003430     COMPUTE WS-TOTAL-NET = WS-TOTAL-CEDE - WS-TOTAL-GAGNE
003440     MOVE WS-LIGNE-VIDE TO COT-RPT-LIGNE
003450     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003460     MOVE "MARGE CEDEE AUX CLIENTS (TND)" TO TOT-LIBELLE
003470     MOVE WS-TOTAL-CEDE TO TOT-MONTANT-TND
003480     MOVE WS-LIGNE-TOTAL TO COT-RPT-LIGNE
003490     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003500     MOVE "MARGE GAGNEE PAR LA BANQUE (TND)" TO TOT-LIBELLE
003510     MOVE WS-TOTAL-GAGNE TO TOT-MONTANT-TND
003520     MOVE WS-LIGNE-TOTAL TO COT-RPT-LIGNE
003530     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003540     MOVE "MARGE NETTE CEDEE (TND)" TO TOT-LIBELLE
003550     MOVE WS-TOTAL-NET TO TOT-MONTANT-TND
003560     MOVE WS-LIGNE-TOTAL TO COT-RPT-LIGNE
003570     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT.
003580 3000-EDITER-TOTAUX-ETAT-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------*
003620*  5800-NOUVELLE-PAGE - EN-TETE DE PAGE DE L'ETAT.               *
003630*----------------------------------------------------------------*
003640 5800-NOUVELLE-PAGE.
003650     ADD 1 TO WS-NO-PAGE
003660     MOVE WS-DATE-ETAT (7:2) TO TIT-JOUR
003670     MOVE WS-DATE-ETAT (5:2) TO TIT-MOIS
003680     MOVE WS-DATE-ETAT (1:4) TO TIT-ANNEE
003690     MOVE WS-NO-PAGE TO TIT-NO-PAGE
003700     WRITE COT-RPT-LIGNE FROM WS-LIGNE-TITRE
003710     WRITE COT-RPT-LIGNE FROM WS-LIGNE-COLONNES
003720     WRITE COT-RPT-LIGNE FROM WS-LIGNE-SEPARATION
003730     IF NOT WS-COT-RPT-OK
003740         DISPLAY "ERREUR ECRITURE ETAT DES COTATIONS - CODE "
003750                 WS-COT-RPT-STATUS
003760         MOVE 12 TO RETURN-CODE
003770     END-IF
003780     MOVE 3 TO WS-NB-LIGNES.
003790 5800-NOUVELLE-PAGE-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------*
003830*  5900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
003840*  COT-RPT-LIGNE EN GERANT LE SAUT DE PAGE.                      *
003850*----------------------------------------------------------------*
003860 5900-ECRIRE-LIGNE.
003870     IF WS-NB-LIGNES >= WS-MAX-LIGNES
003880         MOVE COT-RPT-LIGNE TO WS-LIGNE-SAUVEE
003890         PERFORM 5800-NOUVELLE-PAGE THRU 5800-NOUVELLE-PAGE-EXIT
003900         MOVE WS-LIGNE-SAUVEE TO COT-RPT-LIGNE
003910     END-IF
003920     WRITE COT-RPT-LIGNE
003930     IF NOT WS-COT-RPT-OK
003940         DISPLAY "ERREUR ECRITURE ETAT DES COTATIONS - CODE "
003950                 WS-COT-RPT-STATUS
003960         MOVE 12 TO RETURN-CODE
003970     END-IF
003980     ADD 1 TO WS-NB-LIGNES.
003990 5900-ECRIRE-LIGNE-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------*
004030*  8000-EDITER-TOTAUX - TOTAUX DE FIN DE TRAITEMENT. UNE         *
004040*  OPERATION NON RECALCULEE AU TABLEAU POSE LE CODE RETOUR 4.    *
004050*----------------------------------------------------------------*
004060 8000-EDITER-TOTAUX.
004070     DISPLAY "LIGNES D'AUDIT LUES     : " WS-NB-LUES
004080     DISPLAY "OPERATIONS SUR COTATION : " WS-NB-EDITEES
004090     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
004100     DISPLAY "NON RECALCULEES         : " WS-NB-NON-RECALCULEES
004110     DISPLAY "MARGE NETTE CEDEE (TND) : " WS-TOTAL-NET
004120     IF RETURN-CODE = ZEROES
004130        AND WS-NB-NON-RECALCULEES > ZEROES
004140         MOVE 4 TO RETURN-CODE
004150     END-IF.
004160 8000-EDITER-TOTAUX-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200*  9999-EXIT - FERMETURE DES FICHIERS ET DES FICHIERS TENUS      *
004210*  OUVERTS PAR DEV-TAUX-CALCUL.                                  *
004220*----------------------------------------------------------------*
004230 9999-EXIT.
004240     MOVE "F" TO WS-SENS
004250     CALL "DEV-TAUX-CALCUL" USING WS-MONTANT
004260                                   WS-SENS
004270                                   WS-DEVISE-SOURCE
004280                                   WS-DEVISE-CIBLE
004290                                   WS-MONTANT-TABLEAU
004300                                   WS-TAUX-TABLEAU
004310                                   WS-CODE-RETOUR
004320                                   WS-DATE-OPERATION
004330                                   WS-BRUT-TABLEAU
004340                                   WS-FRAIS-TABLEAU
004350                                   WS-COTATION-APPEL
004360     IF WS-COTATIONS-DISPONIBLES
004370         CLOSE COTATION-FILE
004380     END-IF
004390     CLOSE AUDIT-FILE
004400     CLOSE COT-RPT-FILE.
004410     EXIT.
004420
004430 END PROGRAM ETAT-COTATION.
