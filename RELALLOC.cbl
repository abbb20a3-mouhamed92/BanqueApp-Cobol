000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RELEVE-ALLOCATION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  RELEVE ANNUEL DE CONSOMMATION DES ALLOCATIONS EN DEVISES.     *
000090*                                                                *
000100*  EDITE, POUR UNE ANNEE CIVILE (ZERO = ANNEE EN COURS) ET UN    *
000110*  CLIENT (BLANC = TOUS LES CLIENTS), LES ALLOCATIONS DU         *
000120*  FICHIER ALLOCDEV, CLIENT PAR CLIENT : IDENTITE DU CLIENT      *
000130*  (REFERENTIEL CLIMAST), PUIS PAR TYPE D'ALLOCATION LE DROIT    *
000140*  ANNUEL, LA CONTRE-VALEUR TND CONSOMMEE, LE SOLDE, LE NOMBRE   *
000150*  D'OPERATIONS ET LA DATE DE LA DERNIERE OPERATION. L'ETAT EST  *
000160*  PRODUIT A LA DEMANDE POUR LA BANQUE CENTRALE (RELALLOC).      *
000170*  UNE CONSOMMATION SUPERIEURE AU DROIT (DROIT REDUIT APRES      *
000180*  IMPUTATION) EST SIGNALEE PAR "*" ET POSE LE CODE RETOUR 4.    *
000190*                                                                *
000200*  HISTORIQUE DES MODIFICATIONS.                                 *
000210*  DATE        AUTEUR   DESCRIPTION                              *
000212*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000214*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000216*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000220*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000230*================================================================*
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ALLOC-FILE ASSIGN TO "ALLOCDEV"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS ALC-CLE
000340         FILE STATUS IS WS-ALLOC-STATUS.
000350
000360     SELECT CLIMAST-FILE ASSIGN TO "CLIMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CLM-ID
000400         FILE STATUS IS WS-CLIMAST-STATUS.
000410
000420     SELECT ALC-RPT-FILE ASSIGN TO "RELALLOC"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ALC-RPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ALLOC-FILE.
000490 COPY DEVCPY26.
000500
000510 FD  CLIMAST-FILE.
000520 COPY DEVCPY19.
000530
000540 FD  ALC-RPT-FILE.
000550 01  ALC-RPT-LIGNE               PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-ALLOC-STATUS             PIC X(02).
000590     88  WS-ALLOC-OK                 VALUE "00".
000600 01  WS-CLIMAST-STATUS           PIC X(02).
000610     88  WS-CLIMAST-OK               VALUE "00".
000620 01  WS-ALC-RPT-STATUS           PIC X(02).
000630     88  WS-ALC-RPT-OK               VALUE "00".
000640 77  WS-SW-FIN-FICHIER           PIC X(01).
000650     88  WS-FIN-FICHIER              VALUE "O".
000660     88  WS-PAS-FIN-FICHIER          VALUE "N".
000670 77  WS-SW-CLIMAST               PIC X(01) VALUE "N".
000680     88  WS-CLIMAST-DISPONIBLE       VALUE "O".
000690     88  WS-CLIMAST-INDISPONIBLE     VALUE "N".
000700 77  WS-ANNEE-SAISIE             PIC 9(04).
000710 77  WS-ANNEE-RELEVE             PIC 9(04).
000720 77  WS-CLIENT-SAISI             PIC X(08).
000730 77  WS-CLIENT-COURANT           PIC X(08).
000732 77  WS-DATE-SYSTEME             PIC 9(08).
000734 77  WS-FONCTION-DATE            PIC X(01).
000740 77  WS-CODE-DATE                PIC X(02).
000750 77  WS-SOLDE-ALLOC              PIC 9(09)V9(02).
000760 77  WS-TOT-DROIT                PIC 9(11)V9(02).
000770 77  WS-TOT-CONSOMME             PIC 9(11)V9(02).
000780 77  WS-TOT-SOLDE                PIC 9(11)V9(02).
000790 77  WS-TOT-OPERATIONS           PIC 9(07) COMP.
000800 77  WS-NB-LUES                  PIC 9(07) COMP.
000810 77  WS-NB-EDITEES               PIC 9(07) COMP.
000820 77  WS-NB-CLIENTS               PIC 9(07) COMP.
000830 77  WS-NB-DEPASSEMENTS          PIC 9(07) COMP.
000840
000850 77  WS-NO-PAGE                  PIC 9(03) COMP.
000860 77  WS-NB-LIGNES                PIC 9(02) COMP.
000870 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
000880
000890 01  WS-LIGNE-TITRE.
000900     05  FILLER                  PIC X(40) VALUE
000910         "RELEVE DES ALLOCATIONS EN DEVISES ANNEE ".
000920     05  TIT-ANNEE               PIC X(04).
000930     05  FILLER                  PIC X(12) VALUE "      PAGE :".
000940     05  TIT-NO-PAGE             PIC ZZ9.
000950     05  FILLER                  PIC X(21) VALUE SPACES.
000960
000970 01  WS-LIGNE-COLONNES.
000980     05  FILLER                  PIC X(06) VALUE "  TYPE".
000990     05  FILLER                  PIC X(15) VALUE
001000         "   DROIT ANNUEL".
001010     05  FILLER                  PIC X(15) VALUE
001020         "       CONSOMME".
001030     05  FILLER                  PIC X(15) VALUE
001040         "          SOLDE".
001050     05  FILLER                  PIC X(07) VALUE "    OPS".
001060     05  FILLER                  PIC X(14) VALUE
001070         "   DERNIERE OP".
001080     05  FILLER                  PIC X(08) VALUE SPACES.
001090
001100 01  WS-LIGNE-SEPARATION.
001110     05  FILLER                  PIC X(79) VALUE ALL "-".
001120     05  FILLER                  PIC X(01) VALUE SPACES.
001130
001140 01  WS-LIGNE-CLIENT.
001150     05  FILLER                  PIC X(07) VALUE "CLIENT ".
001160     05  CLI-ID                  PIC X(08).
001170     05  FILLER                  PIC X(01) VALUE SPACE.
001180     05  CLI-NOM                 PIC X(30).
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  CLI-TYPE-DOC            PIC X(01).
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  CLI-NO-DOC              PIC X(15).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  CLI-NATIONALITE         PIC X(03).
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  CLI-RESIDENT            PIC X(01).
001270     05  FILLER                  PIC X(10) VALUE SPACES.
001280
001290 01  WS-LIGNE-DETAIL.
001300     05  FILLER                  PIC X(05) VALUE SPACES.
001310     05  DET-TYPE                PIC X(01).
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  DET-DROIT               PIC ZZZ,ZZZ,ZZ9.99.
001340     05  FILLER                  PIC X(01) VALUE SPACE.
001350     05  DET-CONSOMME            PIC ZZZ,ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  DET-SOLDE               PIC ZZZ,ZZZ,ZZ9.99.
001380     05  DET-DEPASSEMENT         PIC X(01).
001390     05  FILLER                  PIC X(01) VALUE SPACE.
001400     05  DET-NB-OPERATIONS       PIC ZZ,ZZ9.
001410     05  FILLER                  PIC X(04) VALUE SPACES.
001420     05  DET-JOUR                PIC X(02).
001430     05  FILLER                  PIC X(01) VALUE "/".
001440     05  DET-MOIS                PIC X(02).
001450     05  FILLER                  PIC X(01) VALUE "/".
001460     05  DET-ANNEE               PIC X(04).
001470     05  FILLER                  PIC X(07) VALUE SPACES.
001480
001490 01  WS-LIGNE-TOTAL.
001500     05  FILLER                  PIC X(07) VALUE "TOTAL  ".
001510     05  TOT-DROIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001520     05  FILLER                  PIC X(01) VALUE SPACE.
001530     05  TOT-CONSOMME            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER                  PIC X(01) VALUE SPACE.
001550     05  TOT-SOLDE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  TOT-OPERATIONS          PIC Z,ZZZ,ZZ9.
001580     05  FILLER                  PIC X(10) VALUE SPACES.
001590
001600 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001610 01  WS-LIGNE-SAUVEE             PIC X(80).
001620
001630 PROCEDURE DIVISION.
001640
001650*----------------------------------------------------------------*
001660*  0000-MAINLINE.                                                *
001670*----------------------------------------------------------------*
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001700     PERFORM 2000-TRAITER-ALLOCATION
001710         THRU 2000-TRAITER-ALLOCATION-EXIT
001720         UNTIL WS-FIN-FICHIER
001730     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
001740     PERFORM 9999-EXIT
001750     STOP RUN.
001760
001770*----------------------------------------------------------------*
001780*  1000-INITIALISER - SAISIE DE L'ANNEE ET DU CLIENT, OUVERTURE  *
001790*  DES FICHIERS ET POSITIONNEMENT SUR LE PREMIER CLIENT DEMANDE. *
001800*  UN REFERENTIEL CLIENTS INDISPONIBLE N'EMPECHE PAS L'EDITION   *
001810*  (IDENTITE LAISSEE A BLANC).                                   *
001820*----------------------------------------------------------------*
001830 1000-INITIALISER.
001840     MOVE ZEROES TO WS-NB-LUES
001850     MOVE ZEROES TO WS-NB-EDITEES
001860     MOVE ZEROES TO WS-NB-CLIENTS
001870     MOVE ZEROES TO WS-NB-DEPASSEMENTS
001880     MOVE ZEROES TO WS-TOT-DROIT
001890     MOVE ZEROES TO WS-TOT-CONSOMME
001900     MOVE ZEROES TO WS-TOT-SOLDE
001910     MOVE ZEROES TO WS-TOT-OPERATIONS
001920     MOVE ZEROES TO WS-NO-PAGE
001930     MOVE 99 TO WS-NB-LIGNES
001940     MOVE SPACES TO WS-CLIENT-COURANT
001950     SET WS-PAS-FIN-FICHIER TO TRUE
001951     MOVE "L" TO WS-FONCTION-DATE
001952     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001953                                   WS-DATE-SYSTEME
001954                                   WS-CODE-DATE
001955     IF WS-CODE-DATE NOT = "00"
001956         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001957                 "DATE SYSTEME RETENUE"
001960     END-IF
001970     DISPLAY "DONNER L'ANNEE DU RELEVE (AAAA, "
001980             "0 = ANNEE EN COURS)"
001990     ACCEPT WS-ANNEE-SAISIE
002000     IF WS-ANNEE-SAISIE IS NUMERIC
002010        AND WS-ANNEE-SAISIE > ZEROES
002020         MOVE WS-ANNEE-SAISIE TO WS-ANNEE-RELEVE
002030     ELSE
002040         MOVE WS-DATE-SYSTEME (1:4) TO WS-ANNEE-RELEVE
002050     END-IF
002060     DISPLAY "DONNER L'IDENTIFIANT CLIENT (BLANC = TOUS)"
002070     ACCEPT WS-CLIENT-SAISI
002080     OPEN INPUT ALLOC-FILE
002090     OPEN OUTPUT ALC-RPT-FILE
002100     IF NOT WS-ALLOC-OK
002110         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES ALLOCATIONS"
002120         MOVE 12 TO RETURN-CODE
002130         SET WS-FIN-FICHIER TO TRUE
002140         GO TO 1000-INITIALISER-EXIT
002150     END-IF
002160     IF NOT WS-ALC-RPT-OK
002170         DISPLAY "IMPOSSIBLE D'OUVRIR LE RELEVE DES ALLOCATIONS"
002180         MOVE 12 TO RETURN-CODE
002190         SET WS-FIN-FICHIER TO TRUE
002200         GO TO 1000-INITIALISER-EXIT
002210     END-IF
002220     OPEN INPUT CLIMAST-FILE
002230     IF WS-CLIMAST-OK
002240         SET WS-CLIMAST-DISPONIBLE TO TRUE
002250     ELSE
002260         SET WS-CLIMAST-INDISPONIBLE TO TRUE
002270         DISPLAY "REFERENTIEL CLIENTS INDISPONIBLE - "
002280                 "IDENTITES NON EDITEES"
002290     END-IF
002300     MOVE LOW-VALUES TO ALC-CLE
002310     IF WS-CLIENT-SAISI NOT = SPACES
002320         MOVE WS-CLIENT-SAISI TO ALC-CLIENT-ID
002330     END-IF
002340     START ALLOC-FILE KEY IS NOT LESS THAN ALC-CLE
002350         INVALID KEY
002360             SET WS-FIN-FICHIER TO TRUE
002370     END-START.
002380 1000-INITIALISER-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------*
002420*  2000-TRAITER-ALLOCATION - EDITE L'ALLOCATION COURANTE SI ELLE *
002430*  EST DE L'ANNEE DEMANDEE. CHANGEMENT DE CLIENT = LIGNE         *
002440*  D'IDENTITE DU NOUVEAU CLIENT. LA LECTURE S'ARRETE DES QUE LE  *
002450*  CLIENT DEMANDE EST DEPASSE.                                   *
002460*----------------------------------------------------------------*
002470 2000-TRAITER-ALLOCATION.
002480     READ ALLOC-FILE NEXT RECORD
002490         AT END
002500             SET WS-FIN-FICHIER TO TRUE
002510             GO TO 2000-TRAITER-ALLOCATION-EXIT
002520     END-READ
002530     ADD 1 TO WS-NB-LUES
002540     IF WS-CLIENT-SAISI NOT = SPACES
002550        AND ALC-CLIENT-ID NOT = WS-CLIENT-SAISI
002560         SET WS-FIN-FICHIER TO TRUE
002570         GO TO 2000-TRAITER-ALLOCATION-EXIT
002580     END-IF
002590     IF ALC-ANNEE NOT = WS-ANNEE-RELEVE
002600         GO TO 2000-TRAITER-ALLOCATION-EXIT
002610     END-IF
002620     IF ALC-CLIENT-ID NOT = WS-CLIENT-COURANT
002630         PERFORM 3000-EDITER-CLIENT THRU 3000-EDITER-CLIENT-EXIT
002640     END-IF
002650     MOVE SPACE TO DET-DEPASSEMENT
002660     IF ALC-DROIT-TND > ALC-CONSOMME-TND
002670         COMPUTE WS-SOLDE-ALLOC = ALC-DROIT-TND - ALC-CONSOMME-TND
002680     ELSE
002690         MOVE ZEROES TO WS-SOLDE-ALLOC
002700         IF ALC-CONSOMME-TND > ALC-DROIT-TND
002710             MOVE "*" TO DET-DEPASSEMENT
002720             ADD 1 TO WS-NB-DEPASSEMENTS
002730         END-IF
002740     END-IF
002750     MOVE ALC-TYPE TO DET-TYPE
002760     MOVE ALC-DROIT-TND TO DET-DROIT
002770     MOVE ALC-CONSOMME-TND TO DET-CONSOMME
002780     MOVE WS-SOLDE-ALLOC TO DET-SOLDE
002790     MOVE ALC-NB-OPERATIONS TO DET-NB-OPERATIONS
002800     IF ALC-DATE-DERNIERE-OP = ZEROES
002810         MOVE SPACES TO DET-JOUR
002820         MOVE SPACES TO DET-MOIS
002830         MOVE SPACES TO DET-ANNEE
002840     ELSE
002850         MOVE ALC-DATE-DERNIERE-OP (7:2) TO DET-JOUR
002860         MOVE ALC-DATE-DERNIERE-OP (5:2) TO DET-MOIS
002870         MOVE ALC-DATE-DERNIERE-OP (1:4) TO DET-ANNEE
002880     END-IF
002890     MOVE WS-LIGNE-DETAIL TO ALC-RPT-LIGNE
002900     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
002910     ADD ALC-DROIT-TND TO WS-TOT-DROIT
002920     ADD ALC-CONSOMME-TND TO WS-TOT-CONSOMME
002930     ADD WS-SOLDE-ALLOC TO WS-TOT-SOLDE
002940     ADD ALC-NB-OPERATIONS TO WS-TOT-OPERATIONS
002950     ADD 1 TO WS-NB-EDITEES.
002960 2000-TRAITER-ALLOCATION-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------*
003000*  3000-EDITER-CLIENT - LIGNE D'IDENTITE DU CLIENT, PRISE DANS   *
003010*  LE REFERENTIEL CLIMAST.                                       *
003020*----------------------------------------------------------------*
003030 3000-EDITER-CLIENT.
003040     MOVE ALC-CLIENT-ID TO WS-CLIENT-COURANT
003050     ADD 1 TO WS-NB-CLIENTS
003060     MOVE SPACES TO CLM-RECORD
003070     IF WS-CLIMAST-DISPONIBLE
003080         MOVE ALC-CLIENT-ID TO CLM-ID
003090         READ CLIMAST-FILE
003100             KEY IS CLM-ID
003110             INVALID KEY
003120                 MOVE "** CLIENT INCONNU DU REFERENTIEL"
003130                     TO CLM-NOM
003140         END-READ
003150     END-IF
003160     MOVE ALC-CLIENT-ID TO CLI-ID
003170     MOVE CLM-NOM TO CLI-NOM
003180     MOVE CLM-TYPE-DOC TO CLI-TYPE-DOC
003190     MOVE CLM-NO-DOC TO CLI-NO-DOC
003200     MOVE CLM-NATIONALITE TO CLI-NATIONALITE
003210     MOVE CLM-RESIDENT TO CLI-RESIDENT
003220     IF WS-NB-CLIENTS > 1
003230         MOVE WS-LIGNE-VIDE TO ALC-RPT-LIGNE
003240         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003250     END-IF
003260     MOVE WS-LIGNE-CLIENT TO ALC-RPT-LIGNE
003270     PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT.
003280 3000-EDITER-CLIENT-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------*
003320*  5800-NOUVELLE-PAGE - EN-TETE DE PAGE DU RELEVE.               *
003330*----------------------------------------------------------------*
003340 5800-NOUVELLE-PAGE.
003350     ADD 1 TO WS-NO-PAGE
003360     MOVE WS-ANNEE-RELEVE TO TIT-ANNEE
003370     MOVE WS-NO-PAGE TO TIT-NO-PAGE
003380     WRITE ALC-RPT-LIGNE FROM WS-LIGNE-TITRE
003390     WRITE ALC-RPT-LIGNE FROM WS-LIGNE-COLONNES
003400     WRITE ALC-RPT-LIGNE FROM WS-LIGNE-SEPARATION
003410     IF NOT WS-ALC-RPT-OK
003420         DISPLAY "ERREUR ECRITURE RELEVE DES ALLOCATIONS - CODE "
003430                 WS-ALC-RPT-STATUS
003440         MOVE 12 TO RETURN-CODE
003450     END-IF
003460     MOVE 3 TO WS-NB-LIGNES.
003470 5800-NOUVELLE-PAGE-EXIT.
003480     EXIT.
003490
003500*----------------------------------------------------------------*
003510*  5900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
003520*  ALC-RPT-LIGNE EN GERANT LE SAUT DE PAGE.                      *
003530*----------------------------------------------------------------*
003540 5900-ECRIRE-LIGNE.
003550     IF WS-NB-LIGNES >= WS-MAX-LIGNES
003560         MOVE ALC-RPT-LIGNE TO WS-LIGNE-SAUVEE
003570         PERFORM 5800-NOUVELLE-PAGE THRU 5800-NOUVELLE-PAGE-EXIT
003580         MOVE WS-LIGNE-SAUVEE TO ALC-RPT-LIGNE
003590     END-IF
003600     WRITE ALC-RPT-LIGNE
003610     IF NOT WS-ALC-RPT-OK
003620         DISPLAY "ERREUR ECRITURE RELEVE DES ALLOCATIONS - CODE "
003630                 WS-ALC-RPT-STATUS
003640         MOVE 12 TO RETURN-CODE
003650     END-IF
003660     ADD 1 TO WS-NB-LIGNES.
003670 5900-ECRIRE-LIGNE-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------*
003710*  8000-EDITER-TOTAUX - LIGNE DE TOTAL GENERAL DU RELEVE ET      *
003720*  COMPTES RENDUS. UN DEPASSEMENT DE DROIT POSE LE CODE RETOUR 4.*
003730*----------------------------------------------------------------*
003740 8000-EDITER-TOTAUX.
003750     IF WS-NB-EDITEES > ZEROES
003760         MOVE WS-LIGNE-VIDE TO ALC-RPT-LIGNE
003770         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003780         MOVE WS-TOT-DROIT TO TOT-DROIT
003790         MOVE WS-TOT-CONSOMME TO TOT-CONSOMME
003800         MOVE WS-TOT-SOLDE TO TOT-SOLDE
003810         MOVE WS-TOT-OPERATIONS TO TOT-OPERATIONS
003820         MOVE WS-LIGNE-TOTAL TO ALC-RPT-LIGNE
003830         PERFORM 5900-ECRIRE-LIGNE THRU 5900-ECRIRE-LIGNE-EXIT
003840     END-IF
003850     DISPLAY "ALLOCATIONS LUES        : " WS-NB-LUES
003860     DISPLAY "ALLOCATIONS EDITEES     : " WS-NB-EDITEES
003870     DISPLAY "CLIENTS EDITES          : " WS-NB-CLIENTS
003880     DISPLAY "DROITS DEPASSES         : " WS-NB-DEPASSEMENTS
003890     IF RETURN-CODE = ZEROES
003900        AND WS-NB-DEPASSEMENTS > ZEROES
003910         MOVE 4 TO RETURN-CODE
003920     END-IF.
003930 8000-EDITER-TOTAUX-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------*
003970*  9999-EXIT - FERMETURE DES FICHIERS.                           *
003980*----------------------------------------------------------------*
003990 9999-EXIT.
004000     CLOSE ALLOC-FILE
004010     CLOSE ALC-RPT-FILE
004020     IF WS-CLIMAST-DISPONIBLE
004030         CLOSE CLIMAST-FILE
004040     END-IF.
004050     EXIT.
004060
004070 END PROGRAM RELEVE-ALLOCATION.
