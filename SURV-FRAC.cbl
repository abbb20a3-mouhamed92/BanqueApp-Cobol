000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SURVEILLANCE-FRACTIONNEMENT.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  SURVEILLANCE DU FRACTIONNEMENT SUR PLUSIEURS JOURS.           *
000090*                                                                *
000100*  LA DECLARATION DE CUMUL (MOTIF "C" DE DECLCHG) NE VOIT QU'UNE *
000110*  JOURNEE DE LOT. CE TRAITEMENT PARCOURT, SUR UNE FENETRE       *
000120*  GLISSANTE SE TERMINANT A LA DATE DU JOUR, L'ARCHIVE           *
000130*  MENSUELLE CATALOGUEE SOUS AUDARCH (L'EXPLOITATION Y           *
000140*  CONCATENE LES MOIS COUVERTS PAR LA FENETRE ; ARCHIVE ABSENTE  *
000150*  = FENETRE LIMITEE AU JOURNAL VIVANT) PUIS LE JOURNAL VIVANT   *
000160*  AUDITLOG, ET CUMULE PAR CLIENT LES CONVERSIONS ABOUTIES       *
000170*  (CODE RETOUR "00", HORS LIGNES D'ANNULATION ET OPERATIONS     *
000180*  SANS IDENTIFIANT CLIENT). UN CLIENT EST MIS EN ALERTE DES     *
000190*  QU'IL FRANCHIT L'UN DES SEUILS DU FICHIER SURVPARM :          *
000200*    - NOMBRE D'OPERATIONS JUSTE SOUS LE PLAFOND DECLSEUIL       *
000210*      (CONTRE-VALEUR TND ENTRE LE BAS DE TRANCHE ET LE PLAFOND);*
000220*    - NOMBRE D'AGENCES DISTINCTES FREQUENTEES ;                 *
000230*    - NOMBRE TOTAL D'OPERATIONS ;                               *
000240*    - CUMUL TND POUR UN CLIENT NON-RESIDENT.                    *
000250*  LA CONTRE-VALEUR TND EST LE BRUT POUR LE SENS "D", LE MONTANT *
000260*  REMIS POUR LE SENS "T" ET LE MONTANT SOURCE AU TAUX APPLIQUE  *
000270*  POUR LE SENS "C".                                             *
000280*                                                                *
000290*  CHAQUE ALERTE EST ECRITE SUR LE FICHIER ALERTES (EN-TETE PUIS *
000300*  UNE LIGNE PAR OPERATION JUSTIFICATIVE DE LA FENETRE) POUR LA  *
000310*  REVUE DE CONFORMITE (REVUE-ALERTE). UN CLIENT DONT UNE ALERTE *
000320*  PRECEDENTE N'A PAS ENCORE ETE REVUE N'EST PAS REMIS EN        *
000330*  ALERTE. TOUTE NOUVELLE ALERTE POSE LE CODE RETOUR 4.          *
000340*                                                                *
000350*  HISTORIQUE DES MODIFICATIONS.                                 *
000360*  DATE        AUTEUR   DESCRIPTION                              *
000362*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000364*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000366*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000370*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000380*================================================================*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-STATUS.
000480
000490     SELECT ARCH-FILE ASSIGN TO "AUDARCH"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-ARCH-STATUS.
000520
000530     SELECT SEUIL-FILE ASSIGN TO "DECLSEUIL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-SEUIL-STATUS.
000560
000570     SELECT PARM-FILE ASSIGN TO "SURVPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARM-STATUS.
000600
000610     SELECT ALERTE-FILE ASSIGN TO "ALERTES"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS ALR-CLE
000650         FILE STATUS IS WS-ALERTE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  AUDIT-FILE.
000700 COPY DEVCPY02.
000710
000720 FD  ARCH-FILE.
000730 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==ARC==.
000740
000750 FD  SEUIL-FILE.
000760 COPY DEVCPY15.
000770
000780 FD  PARM-FILE.
000790 COPY DEVCPY27.
000800
000810 FD  ALERTE-FILE.
000820 COPY DEVCPY28.
000830
000840 WORKING-STORAGE SECTION.
000850 01  WS-AUDIT-STATUS             PIC X(02).
000860     88  WS-AUDIT-OK                 VALUE "00".
000870 01  WS-ARCH-STATUS              PIC X(02).
000880     88  WS-ARCH-OK                  VALUE "00".
000890 01  WS-SEUIL-STATUS             PIC X(02).
000900     88  WS-SEUIL-OK                 VALUE "00".
000910 01  WS-PARM-STATUS              PIC X(02).
000920     88  WS-PARM-OK                  VALUE "00".
000930 01  WS-ALERTE-STATUS            PIC X(02).
000940     88  WS-ALERTE-OK                VALUE "00".
000950     88  WS-ALERTE-NOUVEAU           VALUE "35".
000960
000980 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==OPE==.
000990
001000 77  WS-SW-FIN-FICHIER           PIC X(01).
001010     88  WS-FIN-FICHIER              VALUE "O".
001020     88  WS-PAS-FIN-FICHIER          VALUE "N".
001030 77  WS-SW-ARRET                 PIC X(01) VALUE "N".
001040     88  WS-ARRET                    VALUE "O".
001050 77  WS-SW-ARCHIVE               PIC X(01).
001060     88  WS-ARCHIVE-DISPONIBLE       VALUE "O".
001070     88  WS-ARCHIVE-ABSENTE          VALUE "N".
001075 77  WS-SW-ALERTES               PIC X(01) VALUE "N".
001076     88  WS-ALERTES-OUVERTES         VALUE "O".
001080 77  WS-SW-PASSE                 PIC X(01).
001090     88  WS-PASSE-CUMUL              VALUE "C".
001100     88  WS-PASSE-DETAIL             VALUE "D".
001140 77  WS-ORIGINE-COURANTE         PIC X(01).
001150 77  WS-DEVISE-COURANTE          PIC X(03).
001160 77  WS-PROCHE-COURANT           PIC X(01).
001170 77  WS-MONTANT-TND-COURANT      PIC 9(09)V9(02).
001180
001200 77  WS-NB-JOURS                 PIC 9(03) VALUE 30.
001210 77  WS-POURCENT-PROCHE          PIC 9(03) VALUE 80.
001220 77  WS-NB-PROCHES-MIN           PIC 9(03) VALUE 3.
001230 77  WS-NB-AGENCES-MIN           PIC 9(03) VALUE 3.
001240 77  WS-NB-OPERATIONS-MIN        PIC 9(05) VALUE 10.
001250 77  WS-VOLUME-NR-MIN            PIC 9(09)V9(02) VALUE 50000.
001260 77  WS-SEUIL-DECLARATION        PIC 9(07)V9(02) VALUE 10000.
001270 77  WS-BAS-TRANCHE              PIC 9(07)V9(02).
001280 77  WS-NB-RECULS                PIC 9(03) COMP.
001290
001295 77  WS-DATE-SYSTEME             PIC 9(08).
001300 77  WS-FONCTION-DATE            PIC X(01).
001310 77  WS-CODE-DATE                PIC X(02).
001320 77  WS-DATE-DEBUT               PIC 9(08).
001330 01  WS-DATE-CALCUL              PIC 9(08).
001340 01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
001350     05  WS-CAL-ANNEE            PIC 9(04).
001360     05  WS-CAL-MOIS             PIC 9(02).
001370     05  WS-CAL-JOUR             PIC 9(02).
001380 01  WS-TABLE-MOIS-V.
001390     05  FILLER                  PIC X(24) VALUE
001400         "312831303130313130313031".
001410 01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-V.
001420     05  WS-JOURS-MOIS           PIC 9(02) OCCURS 12.
001430 77  WS-QUOTIENT                 PIC 9(04).
001440 77  WS-RESTE-4                  PIC 9(04).
001450 77  WS-RESTE-100                PIC 9(04).
001460 77  WS-RESTE-400                PIC 9(04).
001470
001490 01  WS-TABLE-CLIENTS.
001500     05  WS-NB-CLIENTS           PIC 9(05) COMP.
001510     05  WS-POSTE-CLIENT         OCCURS 3000.
001520         10  SRV-CLIENT-ID       PIC X(08).
001530         10  SRV-RESIDENT        PIC X(01).
001540         10  SRV-NB-OPS          PIC 9(05) COMP.
001550         10  SRV-NB-PROCHES      PIC 9(05) COMP.
001560         10  SRV-MONTANT-TND     PIC 9(11)V9(02).
001570         10  SRV-NB-AGENCES      PIC 9(03) COMP.
001580         10  SRV-AGENCE          PIC X(03) OCCURS 20.
001590         10  SRV-SW-ALERTE       PIC X(01).
001600             88  SRV-SANS-ALERTE     VALUE "N".
001610             88  SRV-EN-ALERTE       VALUE "O".
001620             88  SRV-ALERTE-EN-COURS VALUE "P".
001630         10  SRV-NO-ALERTE       PIC 9(04).
001640         10  SRV-NO-LIGNE        PIC 9(04).
001650 77  WS-IDX-CLI                  PIC 9(05) COMP.
001660 77  WS-IDX-CLI-TROUVE           PIC 9(05) COMP.
001670 77  WS-IDX-AGE                  PIC 9(03) COMP.
001680 77  WS-IDX-AGE-TROUVE           PIC 9(03) COMP.
001690 77  WS-CLIENT-RECHERCHE         PIC X(08).
001700 77  WS-SW-CRITERE               PIC X(01).
001710     88  WS-CRITERE-FRANCHI          VALUE "O".
001720     88  WS-CRITERE-NON-FRANCHI      VALUE "N".
001730
001740 77  WS-DERNIER-NO-ALERTE        PIC 9(04).
001750 77  WS-NB-LUES-ARCHIVE          PIC 9(07) COMP.
001760 77  WS-NB-LUES-JOURNAL          PIC 9(07) COMP.
001770 77  WS-NB-RETENUES              PIC 9(07) COMP.
001780 77  WS-NB-ALERTES               PIC 9(05) COMP.
001790 77  WS-NB-DEJA-EN-ALERTE        PIC 9(05) COMP.
001800 77  WS-NB-LIGNES-ALERTE         PIC 9(07) COMP.
001810 77  WS-NB-HORS-TABLE            PIC 9(07) COMP.
001820
001830 PROCEDURE DIVISION.
001840
001850*----------------------------------------------------------------*
001860*  0000-MAINLINE.                                                *
001870*----------------------------------------------------------------*
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001900     IF NOT WS-ARRET
001910         SET WS-PASSE-CUMUL TO TRUE
001920         PERFORM 2000-PARCOURIR-FENETRE
001930             THRU 2000-PARCOURIR-FENETRE-EXIT
001940         MOVE 1 TO WS-IDX-CLI
001950         PERFORM 3000-EVALUER-CLIENT
001960             THRU 3000-EVALUER-CLIENT-EXIT
001970             UNTIL WS-IDX-CLI > WS-NB-CLIENTS
001980     END-IF
001990     IF NOT WS-ARRET
002000        AND WS-NB-ALERTES > ZEROES
002010         SET WS-PASSE-DETAIL TO TRUE
002020         PERFORM 2000-PARCOURIR-FENETRE
002030             THRU 2000-PARCOURIR-FENETRE-EXIT
002040     END-IF
002050     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
002060     PERFORM 9999-EXIT
002070     STOP RUN.
002080
002090*----------------------------------------------------------------*
002100*  1000-INITIALISER - PARAMETRES, FENETRE, OUVERTURE DU FICHIER  *
002110*  DES ALERTES ET CHARGEMENT DES ALERTES NON ENCORE REVUES.      *
002120*----------------------------------------------------------------*
002130 1000-INITIALISER.
002140     MOVE ZEROES TO WS-NB-CLIENTS
002150     MOVE ZEROES TO WS-DERNIER-NO-ALERTE
002160     MOVE ZEROES TO WS-NB-LUES-ARCHIVE
002170     MOVE ZEROES TO WS-NB-LUES-JOURNAL
002180     MOVE ZEROES TO WS-NB-RETENUES
002190     MOVE ZEROES TO WS-NB-ALERTES
002200     MOVE ZEROES TO WS-NB-DEJA-EN-ALERTE
002210     MOVE ZEROES TO WS-NB-LIGNES-ALERTE
002220     MOVE ZEROES TO WS-NB-HORS-TABLE
002221     MOVE "L" TO WS-FONCTION-DATE
002222     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002223                                   WS-DATE-SYSTEME
002224                                   WS-CODE-DATE
002225     IF WS-CODE-DATE NOT = "00"
002226         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
002227                 "DATE SYSTEME RETENUE"
002230     END-IF
002240     PERFORM 1100-LIRE-SEUIL THRU 1100-LIRE-SEUIL-EXIT
002250     PERFORM 1200-LIRE-PARAMETRES THRU 1200-LIRE-PARAMETRES-EXIT
002260     COMPUTE WS-BAS-TRANCHE ROUNDED =
002270             WS-SEUIL-DECLARATION * WS-POURCENT-PROCHE / 100
002280     MOVE WS-DATE-SYSTEME TO WS-DATE-CALCUL
002290     COMPUTE WS-NB-RECULS = WS-NB-JOURS - 1
002300     PERFORM 7000-RECULER-UN-JOUR THRU 7000-RECULER-UN-JOUR-EXIT
002310         WS-NB-RECULS TIMES
002320     MOVE WS-DATE-CALCUL TO WS-DATE-DEBUT
002330     DISPLAY "FENETRE DE SURVEILLANCE DU " WS-DATE-DEBUT
002340             " AU " WS-DATE-SYSTEME
002350     OPEN I-O ALERTE-FILE
002360     IF WS-ALERTE-NOUVEAU
002370         OPEN OUTPUT ALERTE-FILE
002380         CLOSE ALERTE-FILE
002390         OPEN I-O ALERTE-FILE
002400     END-IF
002410     IF NOT WS-ALERTE-OK
002420         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES ALERTES"
002430         MOVE 12 TO RETURN-CODE
002440         SET WS-ARRET TO TRUE
002450         GO TO 1000-INITIALISER-EXIT
002460     END-IF
002465     SET WS-ALERTES-OUVERTES TO TRUE
002470     SET WS-PAS-FIN-FICHIER TO TRUE
002480     MOVE LOW-VALUES TO ALR-CLE
002490     START ALERTE-FILE KEY IS NOT LESS THAN ALR-CLE
002500         INVALID KEY
002510             SET WS-FIN-FICHIER TO TRUE
002520     END-START
002530     PERFORM 1300-CHARGER-ALERTE THRU 1300-CHARGER-ALERTE-EXIT
002540         UNTIL WS-FIN-FICHIER.
002550 1000-INITIALISER-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------*
002590*  1100-LIRE-SEUIL - PLAFOND REGLEMENTAIRE DE DECLARATION        *
002600*  (FICHIER DECLSEUIL). EN L'ABSENCE DU FICHIER, LE PLAFOND PAR  *
002610*  DEFAUT S'APPLIQUE, COMME DANS CONVERSION-BATCH.               *
002620*----------------------------------------------------------------*
002630 1100-LIRE-SEUIL.
002640     OPEN INPUT SEUIL-FILE
002650     IF WS-SEUIL-OK
002660         READ SEUIL-FILE
002670             AT END
002680                 DISPLAY "FICHIER DECLSEUIL VIDE - PLAFOND PAR "
002690                         "DEFAUT"
002700             NOT AT END
002710                 IF SEU-SEUIL-TND IS NUMERIC
002720                    AND SEU-SEUIL-TND > ZEROES
002730                     MOVE SEU-SEUIL-TND TO WS-SEUIL-DECLARATION
002740                 END-IF
002750         END-READ
002760         CLOSE SEUIL-FILE
002770     END-IF.
002780 1100-LIRE-SEUIL-EXIT.
002790     EXIT.
002800
002810*----------------------------------------------------------------*
002820*  1200-LIRE-PARAMETRES - SEUILS DE LA SURVEILLANCE (FICHIER     *
002830*  SURVPARM). UNE RUBRIQUE A ZERO OU INVALIDE GARDE SA VALEUR    *
002840*  PAR DEFAUT.                                                   *
002850*----------------------------------------------------------------*
002860 1200-LIRE-PARAMETRES.
002870     OPEN INPUT PARM-FILE
002880     IF NOT WS-PARM-OK
002890         DISPLAY "FICHIER SURVPARM ABSENT - PARAMETRES PAR DEFAUT"
002900         GO TO 1200-LIRE-PARAMETRES-EXIT
002910     END-IF
002920     READ PARM-FILE
002930         AT END
002940             DISPLAY "FICHIER SURVPARM VIDE - PARAMETRES PAR "
002950                     "DEFAUT"
002960             MOVE ZEROES TO SPR-ENREG
002970     END-READ
002980     IF SPR-NB-JOURS IS NUMERIC
002990        AND SPR-NB-JOURS > ZEROES
003000         MOVE SPR-NB-JOURS TO WS-NB-JOURS
003010     END-IF
003020     IF SPR-POURCENT-PROCHE IS NUMERIC
003030        AND SPR-POURCENT-PROCHE > ZEROES
003040        AND SPR-POURCENT-PROCHE < 100
003050         MOVE SPR-POURCENT-PROCHE TO WS-POURCENT-PROCHE
003060     END-IF
003070     IF SPR-NB-PROCHES IS NUMERIC
003080        AND SPR-NB-PROCHES > ZEROES
003090         MOVE SPR-NB-PROCHES TO WS-NB-PROCHES-MIN
003100     END-IF
003110     IF SPR-NB-AGENCES IS NUMERIC
003120        AND SPR-NB-AGENCES > ZEROES
003130         MOVE SPR-NB-AGENCES TO WS-NB-AGENCES-MIN
003140     END-IF
003150     IF SPR-NB-OPERATIONS IS NUMERIC
003160        AND SPR-NB-OPERATIONS > ZEROES
003170         MOVE SPR-NB-OPERATIONS TO WS-NB-OPERATIONS-MIN
003180     END-IF
003190     IF SPR-VOLUME-NON-RESIDENT IS NUMERIC
003200        AND SPR-VOLUME-NON-RESIDENT > ZEROES
003210         MOVE SPR-VOLUME-NON-RESIDENT TO WS-VOLUME-NR-MIN
003220     END-IF
003230     CLOSE PARM-FILE.
003240 1200-LIRE-PARAMETRES-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------*
003280*  1300-CHARGER-ALERTE - BALAYAGE DU FICHIER DES ALERTES :       *
003290*  DERNIER NUMERO ATTRIBUE CE JOUR (RELANCE) ET CLIENTS DONT UNE *
003300*  ALERTE ATTEND ENCORE LA REVUE.                                *
003310*----------------------------------------------------------------*
003320 1300-CHARGER-ALERTE.
003330     READ ALERTE-FILE NEXT RECORD
003340         AT END
003350             SET WS-FIN-FICHIER TO TRUE
003360             GO TO 1300-CHARGER-ALERTE-EXIT
003370     END-READ
003380     IF NOT ALR-LIGNE-ENTETE
003390         GO TO 1300-CHARGER-ALERTE-EXIT
003400     END-IF
003410     IF ALR-DATE-DETECTION = WS-DATE-SYSTEME
003420        AND ALR-NO-ALERTE > WS-DERNIER-NO-ALERTE
003430         MOVE ALR-NO-ALERTE TO WS-DERNIER-NO-ALERTE
003440     END-IF
003450     IF NOT ALR-NOUVELLE
003460         GO TO 1300-CHARGER-ALERTE-EXIT
003470     END-IF
003480     MOVE ALR-CLIENT-ID TO WS-CLIENT-RECHERCHE
003490     PERFORM 2400-POSTER-CLIENT THRU 2400-POSTER-CLIENT-EXIT
003500     IF WS-IDX-CLI-TROUVE > ZEROES
003510         SET SRV-ALERTE-EN-COURS (WS-IDX-CLI-TROUVE) TO TRUE
003520     END-IF.
003530 1300-CHARGER-ALERTE-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------*
003570*  2000-PARCOURIR-FENETRE - LECTURE DE L'ARCHIVE PUIS DU JOURNAL *
003580*  VIVANT. LA PASSE DE CUMUL ALIMENTE LA TABLE DES CLIENTS, LA   *
003590*  PASSE DE DETAIL ECRIT LES OPERATIONS JUSTIFICATIVES.          *
003600*----------------------------------------------------------------*
003610 2000-PARCOURIR-FENETRE.
003620     OPEN INPUT ARCH-FILE
003630     IF WS-ARCH-OK
003640         SET WS-ARCHIVE-DISPONIBLE TO TRUE
003650         SET WS-PAS-FIN-FICHIER TO TRUE
003660         MOVE "A" TO WS-ORIGINE-COURANTE
003670         PERFORM 2100-LIRE-ARCHIVE THRU 2100-LIRE-ARCHIVE-EXIT
003680             UNTIL WS-FIN-FICHIER
003690         CLOSE ARCH-FILE
003700     ELSE
003710         SET WS-ARCHIVE-ABSENTE TO TRUE
003720         IF WS-PASSE-CUMUL
003730             DISPLAY "ARCHIVE AUDARCH ABSENTE - FENETRE LIMITEE "
003740                     "AU JOURNAL VIVANT"
003750         END-IF
003760     END-IF
003770     OPEN INPUT AUDIT-FILE
003780     IF NOT WS-AUDIT-OK
003790         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT"
003800         MOVE 12 TO RETURN-CODE
003810         SET WS-ARRET TO TRUE
003820         GO TO 2000-PARCOURIR-FENETRE-EXIT
003830     END-IF
003840     SET WS-PAS-FIN-FICHIER TO TRUE
003850     MOVE "J" TO WS-ORIGINE-COURANTE
003860     PERFORM 2150-LIRE-JOURNAL THRU 2150-LIRE-JOURNAL-EXIT
003870         UNTIL WS-FIN-FICHIER
003880     CLOSE AUDIT-FILE.
003890 2000-PARCOURIR-FENETRE-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------*
003930*  2100-LIRE-ARCHIVE - UNE LIGNE DE L'ARCHIVE MENSUELLE.         *
003940*----------------------------------------------------------------*
003950 2100-LIRE-ARCHIVE.
003960     READ ARCH-FILE
003970         AT END
003980             SET WS-FIN-FICHIER TO TRUE
003990             GO TO 2100-LIRE-ARCHIVE-EXIT
004000     END-READ
004010     IF WS-PASSE-CUMUL
004020         ADD 1 TO WS-NB-LUES-ARCHIVE
004030     END-IF
004040     MOVE ARC-RECORD TO OPE-RECORD
004050     PERFORM 2200-TRAITER-OPERATION
004055         THRU 2200-TRAITER-OPERATION-EXIT.
004060 2100-LIRE-ARCHIVE-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100*  2150-LIRE-JOURNAL - UNE LIGNE DU JOURNAL VIVANT.              *
004110*----------------------------------------------------------------*
004120 2150-LIRE-JOURNAL.
004130     READ AUDIT-FILE
004140         AT END
004150             SET WS-FIN-FICHIER TO TRUE
004160             GO TO 2150-LIRE-JOURNAL-EXIT
004170     END-READ
004180     IF WS-PASSE-CUMUL
004190         ADD 1 TO WS-NB-LUES-JOURNAL
004200     END-IF
004210     MOVE AUD-RECORD TO OPE-RECORD
004220     PERFORM 2200-TRAITER-OPERATION
004225         THRU 2200-TRAITER-OPERATION-EXIT.
004230 2150-LIRE-JOURNAL-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------*
004270*  2200-TRAITER-OPERATION - SELECTION DE L'OPERATION (FENETRE,   *
004280*  ABOUTIE, CLIENT IDENTIFIE, HORS ANNULATION), CONTRE-VALEUR    *
004290*  TND ET REPERAGE DE LA TRANCHE JUSTE SOUS LE PLAFOND, PUIS     *
004300*  CUMUL OU ECRITURE SELON LA PASSE.                             *
004310*----------------------------------------------------------------*
004320 2200-TRAITER-OPERATION.
004330     IF OPE-CODE-RETOUR NOT = "00"
004340        OR OPE-ANNULATION
004350        OR OPE-CLIENT-ID = SPACES
004360        OR OPE-DATE < WS-DATE-DEBUT
004370        OR OPE-DATE > WS-DATE-SYSTEME
004380         GO TO 2200-TRAITER-OPERATION-EXIT
004390     END-IF
004400     EVALUATE TRUE
004410         WHEN OPE-DEVISE-VERS-TND
004420             MOVE OPE-DEVISE-SOURCE TO WS-DEVISE-COURANTE
004430             IF OPE-MONTANT-BRUT > ZEROES
004440                 MOVE OPE-MONTANT-BRUT TO WS-MONTANT-TND-COURANT
004450             ELSE
004460                 MOVE OPE-MONTANT-CONVERTI
004470                     TO WS-MONTANT-TND-COURANT
004480             END-IF
004490         WHEN OPE-TND-VERS-DEVISE
004500             MOVE OPE-DEVISE-CIBLE TO WS-DEVISE-COURANTE
004510             MOVE OPE-MONTANT TO WS-MONTANT-TND-COURANT
004520         WHEN OPE-CONVERSION-CROISEE
004530             MOVE OPE-DEVISE-SOURCE TO WS-DEVISE-COURANTE
004540             COMPUTE WS-MONTANT-TND-COURANT ROUNDED =
004550                     OPE-MONTANT * OPE-TAUX-APPLIQUE
004560         WHEN OTHER
004570             GO TO 2200-TRAITER-OPERATION-EXIT
004580     END-EVALUATE
004590     IF WS-MONTANT-TND-COURANT >= WS-BAS-TRANCHE
004600        AND WS-MONTANT-TND-COURANT < WS-SEUIL-DECLARATION
004610         MOVE "O" TO WS-PROCHE-COURANT
004620     ELSE
004630         MOVE SPACE TO WS-PROCHE-COURANT
004640     END-IF
004650     IF WS-PASSE-CUMUL
004660         ADD 1 TO WS-NB-RETENUES
004670         PERFORM 2300-CUMULER-OPERATION
004680             THRU 2300-CUMULER-OPERATION-EXIT
004690     ELSE
004700         PERFORM 4000-ECRIRE-OPERATION
004710             THRU 4000-ECRIRE-OPERATION-EXIT
004720     END-IF.
004730 2200-TRAITER-OPERATION-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------*
004770*  2300-CUMULER-OPERATION - CUMUL DE L'OPERATION SUR LE POSTE DU *
004780*  CLIENT ET RELEVE DE L'AGENCE SI ELLE EST NOUVELLE POUR LUI.   *
004790*----------------------------------------------------------------*
004800 2300-CUMULER-OPERATION.
004810     MOVE OPE-CLIENT-ID TO WS-CLIENT-RECHERCHE
004820     PERFORM 2400-POSTER-CLIENT THRU 2400-POSTER-CLIENT-EXIT
004830     IF WS-IDX-CLI-TROUVE = ZEROES
004840         ADD 1 TO WS-NB-HORS-TABLE
004850         GO TO 2300-CUMULER-OPERATION-EXIT
004860     END-IF
004870     IF OPE-CLIENT-NON-RESIDENT
004880         MOVE "N" TO SRV-RESIDENT (WS-IDX-CLI-TROUVE)
004890     END-IF
004900     IF OPE-CLIENT-RESIDENT
004910         MOVE "R" TO SRV-RESIDENT (WS-IDX-CLI-TROUVE)
004920     END-IF
004930     ADD 1 TO SRV-NB-OPS (WS-IDX-CLI-TROUVE)
004940     ADD WS-MONTANT-TND-COURANT
004950         TO SRV-MONTANT-TND (WS-IDX-CLI-TROUVE)
004960     IF WS-PROCHE-COURANT = "O"
004970         ADD 1 TO SRV-NB-PROCHES (WS-IDX-CLI-TROUVE)
004980     END-IF
004990     IF OPE-AGENCE = SPACES
005000         GO TO 2300-CUMULER-OPERATION-EXIT
005010     END-IF
005020     MOVE ZEROES TO WS-IDX-AGE-TROUVE
005030     MOVE 1 TO WS-IDX-AGE
005040     PERFORM 2320-COMPARER-AGENCE THRU 2320-COMPARER-AGENCE-EXIT
005050         UNTIL WS-IDX-AGE > SRV-NB-AGENCES (WS-IDX-CLI-TROUVE)
005060            OR WS-IDX-AGE-TROUVE > ZEROES
005070     IF WS-IDX-AGE-TROUVE = ZEROES
005080        AND SRV-NB-AGENCES (WS-IDX-CLI-TROUVE) < 20
005090         ADD 1 TO SRV-NB-AGENCES (WS-IDX-CLI-TROUVE)
005100         MOVE SRV-NB-AGENCES (WS-IDX-CLI-TROUVE) TO WS-IDX-AGE
005110         MOVE OPE-AGENCE
005120             TO SRV-AGENCE (WS-IDX-CLI-TROUVE, WS-IDX-AGE)
005130     END-IF.
005140 2300-CUMULER-OPERATION-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------*
005180*  2320-COMPARER-AGENCE - UN PAS DE LA RECHERCHE DE L'AGENCE     *
005190*  DANS LA LISTE DES AGENCES DU CLIENT.                          *
005200*----------------------------------------------------------------*
005210 2320-COMPARER-AGENCE.
005220     IF SRV-AGENCE (WS-IDX-CLI-TROUVE, WS-IDX-AGE) = OPE-AGENCE
005230         MOVE WS-IDX-AGE TO WS-IDX-AGE-TROUVE
005240     ELSE
005250         ADD 1 TO WS-IDX-AGE
005260     END-IF.
005270 2320-COMPARER-AGENCE-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------*
005310*  2400-POSTER-CLIENT - RECHERCHE DU CLIENT WS-CLIENT-RECHERCHE  *
005320*  DANS LA TABLE ; CREATION DU POSTE S'IL EST ABSENT. TABLE      *
005330*  PLEINE = INDICE TROUVE A ZERO.                                *
005340*----------------------------------------------------------------*
005350 2400-POSTER-CLIENT.
005360     MOVE ZEROES TO WS-IDX-CLI-TROUVE
005370     MOVE 1 TO WS-IDX-CLI
005380     PERFORM 2410-COMPARER-CLIENT THRU 2410-COMPARER-CLIENT-EXIT
005390         UNTIL WS-IDX-CLI > WS-NB-CLIENTS
005400            OR WS-IDX-CLI-TROUVE > ZEROES
005410     IF WS-IDX-CLI-TROUVE > ZEROES
005420         GO TO 2400-POSTER-CLIENT-EXIT
005430     END-IF
005440     IF WS-NB-CLIENTS >= 3000
005450         GO TO 2400-POSTER-CLIENT-EXIT
005460     END-IF
005470     ADD 1 TO WS-NB-CLIENTS
005480     MOVE WS-NB-CLIENTS TO WS-IDX-CLI-TROUVE
005490     MOVE WS-CLIENT-RECHERCHE TO SRV-CLIENT-ID (WS-IDX-CLI-TROUVE)
005500     MOVE SPACE TO SRV-RESIDENT (WS-IDX-CLI-TROUVE)
005510     MOVE ZEROES TO SRV-NB-OPS (WS-IDX-CLI-TROUVE)
005520     MOVE ZEROES TO SRV-NB-PROCHES (WS-IDX-CLI-TROUVE)
005530     MOVE ZEROES TO SRV-MONTANT-TND (WS-IDX-CLI-TROUVE)
005540     MOVE ZEROES TO SRV-NB-AGENCES (WS-IDX-CLI-TROUVE)
005550     SET SRV-SANS-ALERTE (WS-IDX-CLI-TROUVE) TO TRUE
005560     MOVE ZEROES TO SRV-NO-ALERTE (WS-IDX-CLI-TROUVE)
005570     MOVE ZEROES TO SRV-NO-LIGNE (WS-IDX-CLI-TROUVE).
005580 2400-POSTER-CLIENT-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------*
005620*  2410-COMPARER-CLIENT - UN PAS DE LA RECHERCHE DU CLIENT.      *
005630*----------------------------------------------------------------*
005640 2410-COMPARER-CLIENT.
005650     IF SRV-CLIENT-ID (WS-IDX-CLI) = WS-CLIENT-RECHERCHE
005660         MOVE WS-IDX-CLI TO WS-IDX-CLI-TROUVE
005670     ELSE
005680         ADD 1 TO WS-IDX-CLI
005690     END-IF.
005700 2410-COMPARER-CLIENT-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------*
005740*  3000-EVALUER-CLIENT - CONFRONTE LES CUMULS DU CLIENT AUX      *
005750*  SEUILS ET ECRIT L'EN-TETE DE L'ALERTE SI L'UN EST FRANCHI.    *
005760*----------------------------------------------------------------*
005770 3000-EVALUER-CLIENT.
005780     MOVE SPACES TO ALR-RECORD
005790     SET WS-CRITERE-NON-FRANCHI TO TRUE
005800     IF SRV-NB-PROCHES (WS-IDX-CLI) >= WS-NB-PROCHES-MIN
005810         MOVE "O" TO ALR-CRIT-PROCHES
005820         SET WS-CRITERE-FRANCHI TO TRUE
005830     END-IF
005840     IF SRV-NB-AGENCES (WS-IDX-CLI) >= WS-NB-AGENCES-MIN
005850         MOVE "O" TO ALR-CRIT-AGENCES
005860         SET WS-CRITERE-FRANCHI TO TRUE
005870     END-IF
005880     IF SRV-NB-OPS (WS-IDX-CLI) >= WS-NB-OPERATIONS-MIN
005890         MOVE "O" TO ALR-CRIT-OPERATIONS
005900         SET WS-CRITERE-FRANCHI TO TRUE
005910     END-IF
005920     IF SRV-RESIDENT (WS-IDX-CLI) = "N"
005930        AND SRV-MONTANT-TND (WS-IDX-CLI) >= WS-VOLUME-NR-MIN
005940         MOVE "O" TO ALR-CRIT-NON-RESIDENT
005950         SET WS-CRITERE-FRANCHI TO TRUE
005960     END-IF
005970     IF WS-CRITERE-NON-FRANCHI
005980         GO TO 3000-EVALUER-CLIENT-FIN
005990     END-IF
006000     IF SRV-ALERTE-EN-COURS (WS-IDX-CLI)
006010         ADD 1 TO WS-NB-DEJA-EN-ALERTE
006020         GO TO 3000-EVALUER-CLIENT-FIN
006030     END-IF
006040     IF WS-DERNIER-NO-ALERTE >= 9999
006050         DISPLAY "NUMEROTATION DES ALERTES EPUISEE POUR LA DATE"
006060         MOVE 12 TO RETURN-CODE
006070         SET WS-ARRET TO TRUE
006080         MOVE WS-NB-CLIENTS TO WS-IDX-CLI
006090         GO TO 3000-EVALUER-CLIENT-FIN
006100     END-IF
006110     ADD 1 TO WS-DERNIER-NO-ALERTE
006120     MOVE WS-DATE-SYSTEME TO ALR-DATE-DETECTION
006130     MOVE WS-DERNIER-NO-ALERTE TO ALR-NO-ALERTE
006140     MOVE ZEROES TO ALR-NO-LIGNE
006150     SET ALR-LIGNE-ENTETE TO TRUE
006160     MOVE SRV-CLIENT-ID (WS-IDX-CLI) TO ALR-CLIENT-ID
006170     MOVE SRV-RESIDENT (WS-IDX-CLI) TO ALR-RESIDENT
006180     MOVE WS-DATE-DEBUT TO ALR-DATE-DEBUT
006190     MOVE WS-DATE-SYSTEME TO ALR-DATE-FIN
006200     MOVE SRV-NB-OPS (WS-IDX-CLI) TO ALR-NB-OPERATIONS
006210     MOVE SRV-NB-PROCHES (WS-IDX-CLI) TO ALR-NB-PROCHES
006220     MOVE SRV-NB-AGENCES (WS-IDX-CLI) TO ALR-NB-AGENCES
006230     MOVE SRV-MONTANT-TND (WS-IDX-CLI) TO ALR-MONTANT-TND
006240     SET ALR-NOUVELLE TO TRUE
006250     MOVE ZEROES TO ALR-DATE-REVUE
006260     MOVE SPACES TO ALR-REVISEUR-ID
006270     WRITE ALR-RECORD
006280         INVALID KEY
006290             DISPLAY "ALERTE DEJA PRESENTE - CLIENT "
006300                     SRV-CLIENT-ID (WS-IDX-CLI)
006310             MOVE 12 TO RETURN-CODE
006320             GO TO 3000-EVALUER-CLIENT-FIN
006330     END-WRITE
006340     SET SRV-EN-ALERTE (WS-IDX-CLI) TO TRUE
006350     MOVE WS-DERNIER-NO-ALERTE TO SRV-NO-ALERTE (WS-IDX-CLI)
006360     ADD 1 TO WS-NB-ALERTES
006370     DISPLAY "ALERTE " WS-DERNIER-NO-ALERTE " CLIENT "
006380             SRV-CLIENT-ID (WS-IDX-CLI)
006390             " OPS " SRV-NB-OPS (WS-IDX-CLI)
006400             " SOUS PLAFOND " SRV-NB-PROCHES (WS-IDX-CLI)
006410             " AGENCES " SRV-NB-AGENCES (WS-IDX-CLI).
006420 3000-EVALUER-CLIENT-FIN.
006430     ADD 1 TO WS-IDX-CLI.
006440 3000-EVALUER-CLIENT-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480*  4000-ECRIRE-OPERATION - PASSE DE DETAIL : L'OPERATION D'UN    *
006490*  CLIENT MIS EN ALERTE PAR CE TRAITEMENT EST ECRITE A LA SUITE  *
006500*  DE L'EN-TETE DE SON ALERTE.                                   *
006510*----------------------------------------------------------------*
006520 4000-ECRIRE-OPERATION.
006530     MOVE ZEROES TO WS-IDX-CLI-TROUVE
006540     MOVE OPE-CLIENT-ID TO WS-CLIENT-RECHERCHE
006550     MOVE 1 TO WS-IDX-CLI
006560     PERFORM 2410-COMPARER-CLIENT THRU 2410-COMPARER-CLIENT-EXIT
006570         UNTIL WS-IDX-CLI > WS-NB-CLIENTS
006580            OR WS-IDX-CLI-TROUVE > ZEROES
006590     IF WS-IDX-CLI-TROUVE = ZEROES
006600         GO TO 4000-ECRIRE-OPERATION-EXIT
006610     END-IF
006620     IF NOT SRV-EN-ALERTE (WS-IDX-CLI-TROUVE)
006630        OR SRV-NO-LIGNE (WS-IDX-CLI-TROUVE) >= 9999
006640         GO TO 4000-ECRIRE-OPERATION-EXIT
006650     END-IF
006660     ADD 1 TO SRV-NO-LIGNE (WS-IDX-CLI-TROUVE)
006670     MOVE SPACES TO ALR-RECORD
006680     MOVE WS-DATE-SYSTEME TO ALR-DATE-DETECTION
006690     MOVE SRV-NO-ALERTE (WS-IDX-CLI-TROUVE) TO ALR-NO-ALERTE
006700     MOVE SRV-NO-LIGNE (WS-IDX-CLI-TROUVE) TO ALR-NO-LIGNE
006710     SET ALR-LIGNE-OPERATION TO TRUE
006720     MOVE WS-ORIGINE-COURANTE TO ALR-OP-ORIGINE
006730     MOVE OPE-DATE TO ALR-OP-DATE
006740     MOVE OPE-HEURE TO ALR-OP-HEURE
006750     MOVE OPE-AGENCE TO ALR-OP-AGENCE
006760     MOVE OPE-OPERATEUR-ID TO ALR-OP-OPERATEUR-ID
006770     MOVE OPE-SENS TO ALR-OP-SENS
006780     MOVE WS-DEVISE-COURANTE TO ALR-OP-DEVISE
006790     MOVE WS-MONTANT-TND-COURANT TO ALR-OP-MONTANT-TND
006800     MOVE OPE-SEQ-NO TO ALR-OP-SEQ-NO
006810     MOVE WS-PROCHE-COURANT TO ALR-OP-PROCHE
006820     WRITE ALR-RECORD
006830         INVALID KEY
006840             DISPLAY "ERREUR ECRITURE ALERTE - CODE "
006850                     WS-ALERTE-STATUS
006860             MOVE 12 TO RETURN-CODE
006870             GO TO 4000-ECRIRE-OPERATION-EXIT
006880     END-WRITE
006890     ADD 1 TO WS-NB-LIGNES-ALERTE.
006900 4000-ECRIRE-OPERATION-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------*
006940*  7000-RECULER-UN-JOUR - RECULE WS-DATE-CALCUL D'UN JOUR        *
006950*  CALENDAIRE (FIN DE MOIS ET ANNEES BISSEXTILES COMPRISES).     *
006960*----------------------------------------------------------------*
006970 7000-RECULER-UN-JOUR.
006980     IF WS-CAL-JOUR > 1
006990         SUBTRACT 1 FROM WS-CAL-JOUR
007000         GO TO 7000-RECULER-UN-JOUR-EXIT
007010     END-IF
007020     IF WS-CAL-MOIS > 1
007030         SUBTRACT 1 FROM WS-CAL-MOIS
007040     ELSE
007050         MOVE 12 TO WS-CAL-MOIS
007060         SUBTRACT 1 FROM WS-CAL-ANNEE
007070     END-IF
007080     MOVE WS-JOURS-MOIS (WS-CAL-MOIS) TO WS-CAL-JOUR
007090     IF WS-CAL-MOIS NOT = 2
007100         GO TO 7000-RECULER-UN-JOUR-EXIT
007110     END-IF
007120     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-QUOTIENT
007130         REMAINDER WS-RESTE-4
007140     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-QUOTIENT
007150         REMAINDER WS-RESTE-100
007160     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-QUOTIENT
007170         REMAINDER WS-RESTE-400
007180     IF WS-RESTE-400 = ZEROES
007190        OR (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
007200         MOVE 29 TO WS-CAL-JOUR
007210     END-IF.
007220 7000-RECULER-UN-JOUR-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------*
007260*  8000-EDITER-TOTAUX - COMPTE RENDU DU TRAITEMENT. UNE NOUVELLE *
007270*  ALERTE OU UNE TABLE DES CLIENTS SATUREE POSE LE CODE RETOUR 4.*
007280*----------------------------------------------------------------*
007290 8000-EDITER-TOTAUX.
007300     DISPLAY "LIGNES LUES ARCHIVE     : " WS-NB-LUES-ARCHIVE
007310     DISPLAY "LIGNES LUES JOURNAL     : " WS-NB-LUES-JOURNAL
007320     DISPLAY "OPERATIONS RETENUES     : " WS-NB-RETENUES
007330     DISPLAY "CLIENTS SUIVIS          : " WS-NB-CLIENTS
007340     DISPLAY "OPERATIONS HORS TABLE   : " WS-NB-HORS-TABLE
007350     DISPLAY "NOUVELLES ALERTES       : " WS-NB-ALERTES
007360     DISPLAY "OPERATIONS JUSTIFIEES   : " WS-NB-LIGNES-ALERTE
007370     DISPLAY "CLIENTS DEJA EN ALERTE  : " WS-NB-DEJA-EN-ALERTE
007380     IF RETURN-CODE = ZEROES
007390        AND (WS-NB-ALERTES > ZEROES
007400             OR WS-NB-HORS-TABLE > ZEROES)
007410         MOVE 4 TO RETURN-CODE
007420     END-IF.
007430 8000-EDITER-TOTAUX-EXIT.
007440     EXIT.
007450
007460*----------------------------------------------------------------*
007470*  9999-EXIT - FERMETURE DU FICHIER DES ALERTES.                 *
007480*----------------------------------------------------------------*
007490 9999-EXIT.
007500     IF WS-ALERTES-OUVERTES
007520         CLOSE ALERTE-FILE
007530     END-IF.
007540     EXIT.
007550
007560 END PROGRAM SURVEILLANCE-FRACTIONNEMENT.
