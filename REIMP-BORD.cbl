000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REIMPRESSION-BORDEREAU.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  REIMPRESSION D'UN BORDEREAU DE CHANGE (DUPLICATA).            *
000090*                                                                *
000100*  SUR L'AGENCE, L'ANNEE ET LE NUMERO DU BORDEREAU, RECHERCHE LA *
000110*  CONVERSION ABOUTIE CORRESPONDANTE DANS LE JOURNAL D'AUDIT     *
000120*  VIVANT (AUDITLOG) PUIS, SI ELLE N'Y EST PLUS, DANS L'ARCHIVE  *
000130*  MENSUELLE CATALOGUEE SOUS AUDARCH. LE BORDEREAU EST           *
000140*  RECONSTITUE A PARTIR DE LA LIGNE D'AUDIT PAR LA ROUTINE       *
000150*  COMMUNE PREPARATION-BORDEREAU, AVEC LA MENTION "DUPLICATA" ET *
000160*  LA DATE DE LA REIMPRESSION, ET ECRIT SUR LE FICHIER           *
000170*  D'IMPRESSION DU GUICHET (BORDEREAU). UN BORDEREAU DONT LA     *
000180*  CONVERSION A ETE ANNULEE EST REIMPRIME AVEC UN AVERTISSEMENT. *
000190*  L'OPERATEUR EST IDENTIFIE PAR LA ROUTINE COMMUNE              *
000200*  CONTROLE-OPERATEUR.                                           *
000210*                                                                *
000220*  CODE RETOUR : 0 = DUPLICATA EDITE, 4 = BORDEREAU INTROUVABLE, *
000230*  8 = ACCES REFUSE OU SAISIE INVALIDE, 12 = INCIDENT FICHIER.   *
000240*                                                                *
000250*  HISTORIQUE DES MODIFICATIONS.                                 *
000260*  DATE        AUTEUR   DESCRIPTION                              *
000270*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000271*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000272*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000273*                       TRANSMIS POUR LE JOURNAL DES             *
000274*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000275*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000276*                       POUR OPERATEUR VERROUILLE.               *
000280*================================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-AUDIT-STATUS.
000380
000390     SELECT ARCH-FILE ASSIGN TO "AUDARCH"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-ARCH-STATUS.
000420
000430     SELECT BORD-FILE ASSIGN TO "BORDEREAU"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BORD-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  AUDIT-FILE.
000500 COPY DEVCPY02.
000510
000520 FD  ARCH-FILE.
000530 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==ARC==.
000540
000550 FD  BORD-FILE.
000560 COPY DEVCPY34.
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-AUDIT-STATUS             PIC X(02).
000600     88  WS-AUDIT-OK                 VALUE "00".
000610 01  WS-ARCH-STATUS              PIC X(02).
000620     88  WS-ARCH-OK                  VALUE "00".
000630 01  WS-BORD-STATUS              PIC X(02).
000640     88  WS-BORD-OK                  VALUE "00".
000650     88  WS-BORD-NOUVEAU             VALUE "35".
000660
000670 77  WS-SW-FIN-FICHIER           PIC X(01).
000680     88  WS-FIN-FICHIER              VALUE "O".
000690     88  WS-PAS-FIN-FICHIER          VALUE "N".
000700 77  WS-SW-TROUVE                PIC X(01).
000710     88  WS-TROUVE                   VALUE "O".
000720     88  WS-NON-TROUVE               VALUE "N".
000730 77  WS-SW-ANNULE                PIC X(01).
000740     88  WS-ANNULE                   VALUE "O".
000750     88  WS-NON-ANNULE               VALUE "N".
000760 77  WS-ORIGINE-TROUVEE          PIC X(07).
000770 77  WS-AGENCE-SAISIE            PIC X(03).
000780 77  WS-ANNEE-SAISIE             PIC 9(04).
000790 77  WS-NUMERO-SAISI             PIC 9(07).
000800 77  WS-DATE-ANNULATION          PIC 9(08).
000810 77  WS-DATE-SYSTEME             PIC 9(08).
000820 77  WS-FONCTION-DATE            PIC X(01).
000830 77  WS-CODE-DATE                PIC X(02).
000840 77  WS-OPERATEUR-ID             PIC X(08).
000850 77  WS-CODE-SIGNON              PIC X(02).
000860     88  WS-SIGNON-ADMIS             VALUE "00".
000870 77  WS-ROLE-OPERATEUR           PIC X(01).
000880 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000890 77  WS-NOM-OPERATEUR            PIC X(25).
000892 77  WS-PROGRAMME                PIC X(30) VALUE
000894         "REIMPRESSION-BORDEREAU".
000896 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000900 77  WS-FONCTION-PREPARATION     PIC X(01).
000910 77  WS-MENTION-BORDEREAU        PIC X(09) VALUE "DUPLICATA".
000920 77  WS-CODE-PREPARATION         PIC X(02).
000930
000940 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==ORG==.
000950
000960 PROCEDURE DIVISION.
000970
000980*----------------------------------------------------------------*
000990*  0000-MAINLINE.                                                *
001000*----------------------------------------------------------------*
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001030     IF RETURN-CODE = ZEROES
001040         PERFORM 2000-CHERCHER-JOURNAL
001050             THRU 2000-CHERCHER-JOURNAL-EXIT
001060     END-IF
001070     IF RETURN-CODE = ZEROES
001080        AND WS-NON-TROUVE
001090         PERFORM 3000-CHERCHER-ARCHIVE
001100             THRU 3000-CHERCHER-ARCHIVE-EXIT
001110     END-IF
001120     IF RETURN-CODE = ZEROES
001130         IF WS-TROUVE
001140             PERFORM 4000-EDITER-DUPLICATA
001150                 THRU 4000-EDITER-DUPLICATA-EXIT
001160         ELSE
001170             DISPLAY "BORDEREAU " WS-AGENCE-SAISIE "/"
001180                     WS-ANNEE-SAISIE "/" WS-NUMERO-SAISI
001190                     " INTROUVABLE DANS LE JOURNAL ET L'ARCHIVE"
001200             MOVE 4 TO RETURN-CODE
001210         END-IF
001220     END-IF
001230     PERFORM 9999-EXIT
001240     STOP RUN.
001250
001260*----------------------------------------------------------------*
001270*  1000-INITIALISER - DATE DE TRAITEMENT, IDENTIFICATION DE      *
001280*  L'OPERATEUR ET SAISIE DU BORDEREAU A REIMPRIMER (ANNEE A      *
001290*  ZERO = ANNEE DE LA DATE DE TRAITEMENT).                       *
001300*----------------------------------------------------------------*
001310 1000-INITIALISER.
001320     SET WS-NON-TROUVE TO TRUE
001330     SET WS-NON-ANNULE TO TRUE
001340     MOVE "L" TO WS-FONCTION-DATE
001350     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001360                                   WS-DATE-SYSTEME
001370                                   WS-CODE-DATE
001380     IF WS-CODE-DATE NOT = "00"
001390         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001400                 "DATE SYSTEME RETENUE"
001410     END-IF
001420     PERFORM 1500-IDENTIFIER-OPERATEUR
001430         THRU 1500-IDENTIFIER-OPERATEUR-EXIT
001440     IF NOT WS-SIGNON-ADMIS
001450         MOVE 8 TO RETURN-CODE
001460         GO TO 1000-INITIALISER-EXIT
001470     END-IF
001480     DISPLAY "DONNER CODE AGENCE DU BORDEREAU"
001490     ACCEPT WS-AGENCE-SAISIE
001500     DISPLAY "DONNER L'ANNEE DU BORDEREAU (AAAA, 0 = ANNEE "
001510             "EN COURS)"
001520     ACCEPT WS-ANNEE-SAISIE
001530     DISPLAY "DONNER LE NUMERO DU BORDEREAU"
001540     ACCEPT WS-NUMERO-SAISI
001550     IF WS-ANNEE-SAISIE IS NOT NUMERIC
001560        OR WS-ANNEE-SAISIE = ZEROES
001570         MOVE WS-DATE-SYSTEME (1:4) TO WS-ANNEE-SAISIE
001580     END-IF
001590     IF WS-AGENCE-SAISIE = SPACES
001600        OR WS-NUMERO-SAISI IS NOT NUMERIC
001610        OR WS-NUMERO-SAISI = ZEROES
001620         DISPLAY "AGENCE OU NUMERO DE BORDEREAU INVALIDE"
001630         MOVE 8 TO RETURN-CODE
001640     END-IF.
001650 1000-INITIALISER-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------------*
001690*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001700*  COMMUNE CONTROLE-OPERATEUR : TOUT OPERATEUR ACTIF PEUT        *
001710*  REIMPRIMER UN BORDEREAU.                                      *
001715*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001720*----------------------------------------------------------------*
001730 1500-IDENTIFIER-OPERATEUR.
001740     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001750     ACCEPT WS-OPERATEUR-ID
001760     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001770                                      WS-CODE-SIGNON
001780                                      WS-ROLE-OPERATEUR
001790                                      WS-PLAFOND-OPERATEUR
001800                                      WS-NOM-OPERATEUR
001802                                      WS-PROGRAMME
001804                                      WS-AGENCE-SIGNON
001810     EVALUATE WS-CODE-SIGNON
001820         WHEN "00"
001830             DISPLAY "BONJOUR " WS-NOM-OPERATEUR
001840         WHEN "04"
001850             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001860         WHEN "08"
001870             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001871         WHEN "16"
001872             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001873         WHEN "24"
001874             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001875         WHEN "28"
001876             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001877         WHEN "32"
001878             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001880         WHEN OTHER
001890             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001900                     "ACCES REFUSE"
001910     END-EVALUATE.
001920 1500-IDENTIFIER-OPERATEUR-EXIT.
001930     EXIT.
001940
001950*----------------------------------------------------------------*
001960*  2000-CHERCHER-JOURNAL - BALAYE TOUT LE JOURNAL VIVANT : LA    *
001970*  CONVERSION ORIGINALE EST CONSERVEE DANS ORG-RECORD, ET UNE    *
001980*  ANNULATION QUI REPREND LE NUMERO DU BORDEREAU EST SIGNALEE    *
001990*  (L'ORIGINAL PEUT ETRE DEJA ARCHIVE).                          *
002000*----------------------------------------------------------------*
002010 2000-CHERCHER-JOURNAL.
002020     OPEN INPUT AUDIT-FILE
002030     IF NOT WS-AUDIT-OK
002040         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT - CODE "
002050                 WS-AUDIT-STATUS
002060         MOVE 12 TO RETURN-CODE
002070         GO TO 2000-CHERCHER-JOURNAL-EXIT
002080     END-IF
002090     SET WS-PAS-FIN-FICHIER TO TRUE
002100     PERFORM 2100-EXAMINER-JOURNAL THRU 2100-EXAMINER-JOURNAL-EXIT
002110         UNTIL WS-FIN-FICHIER
002120     CLOSE AUDIT-FILE.
002130 2000-CHERCHER-JOURNAL-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------*
002170*  2100-EXAMINER-JOURNAL - LECTURE ET EXAMEN D'UNE LIGNE DU      *
002180*  JOURNAL VIVANT.                                               *
002190*----------------------------------------------------------------*
002200 2100-EXAMINER-JOURNAL.
002210     READ AUDIT-FILE
002220         AT END
002230             SET WS-FIN-FICHIER TO TRUE
002240             GO TO 2100-EXAMINER-JOURNAL-EXIT
002250     END-READ
002260     IF AUD-CODE-RETOUR NOT = "00"
002270        OR AUD-AGENCE NOT = WS-AGENCE-SAISIE
002280        OR AUD-NO-BORDEREAU IS NOT NUMERIC
002290         GO TO 2100-EXAMINER-JOURNAL-EXIT
002300     END-IF
002310     IF AUD-NO-BORDEREAU NOT = WS-NUMERO-SAISI
002320         GO TO 2100-EXAMINER-JOURNAL-EXIT
002330     END-IF
002340     IF AUD-ANNULATION
002350         IF AUD-REF-DATE (1:4) = WS-ANNEE-SAISIE
002360             SET WS-ANNULE TO TRUE
002370             MOVE AUD-DATE TO WS-DATE-ANNULATION
002380         END-IF
002390         GO TO 2100-EXAMINER-JOURNAL-EXIT
002400     END-IF
002410     IF AUD-DATE (1:4) = WS-ANNEE-SAISIE
002420        AND WS-NON-TROUVE
002430         MOVE AUD-RECORD TO ORG-RECORD
002440         MOVE "JOURNAL" TO WS-ORIGINE-TROUVEE
002450         SET WS-TROUVE TO TRUE
002460     END-IF.
002470 2100-EXAMINER-JOURNAL-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------*
002510*  3000-CHERCHER-ARCHIVE - LA CONVERSION N'EST PLUS DANS LE      *
002520*  JOURNAL VIVANT : RECHERCHE DANS L'ARCHIVE MENSUELLE           *
002530*  CATALOGUEE SOUS AUDARCH. UNE ARCHIVE ABSENTE N'EST PAS UN     *
002540*  INCIDENT : LE BORDEREAU EST ALORS INTROUVABLE.                *
002550*----------------------------------------------------------------*
002560 3000-CHERCHER-ARCHIVE.
002570     OPEN INPUT ARCH-FILE
002580     IF NOT WS-ARCH-OK
002590         DISPLAY "ARCHIVE AUDARCH NON DISPONIBLE - RECHERCHE "
002600                 "LIMITEE AU JOURNAL VIVANT"
002610         GO TO 3000-CHERCHER-ARCHIVE-EXIT
002620     END-IF
002630     SET WS-PAS-FIN-FICHIER TO TRUE
002640     PERFORM 3100-EXAMINER-ARCHIVE THRU 3100-EXAMINER-ARCHIVE-EXIT
002650         UNTIL WS-FIN-FICHIER
002660     CLOSE ARCH-FILE.
002670 3000-CHERCHER-ARCHIVE-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------------*
002710*  3100-EXAMINER-ARCHIVE - LECTURE ET EXAMEN D'UNE LIGNE DE      *
002720*  L'ARCHIVE, SELON LES MEMES REGLES QUE LE JOURNAL VIVANT.      *
002730*----------------------------------------------------------------*
002740 3100-EXAMINER-ARCHIVE.
002750     READ ARCH-FILE
002760         AT END
002770             SET WS-FIN-FICHIER TO TRUE
002780             GO TO 3100-EXAMINER-ARCHIVE-EXIT
002790     END-READ
002800     IF ARC-CODE-RETOUR NOT = "00"
002810        OR ARC-AGENCE NOT = WS-AGENCE-SAISIE
002820        OR ARC-NO-BORDEREAU IS NOT NUMERIC
002830         GO TO 3100-EXAMINER-ARCHIVE-EXIT
002840     END-IF
002850     IF ARC-NO-BORDEREAU NOT = WS-NUMERO-SAISI
002860         GO TO 3100-EXAMINER-ARCHIVE-EXIT
002870     END-IF
002880     IF ARC-ANNULATION
002890         IF ARC-REF-DATE (1:4) = WS-ANNEE-SAISIE
002900             SET WS-ANNULE TO TRUE
002910             MOVE ARC-DATE TO WS-DATE-ANNULATION
002920         END-IF
002930         GO TO 3100-EXAMINER-ARCHIVE-EXIT
002940     END-IF
002950     IF ARC-DATE (1:4) = WS-ANNEE-SAISIE
002960        AND WS-NON-TROUVE
002970         MOVE ARC-RECORD TO ORG-RECORD
002980         MOVE "ARCHIVE" TO WS-ORIGINE-TROUVEE
002990         SET WS-TROUVE TO TRUE
003000     END-IF.
003010 3100-EXAMINER-ARCHIVE-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------*
003050*  4000-EDITER-DUPLICATA - RECONSTITUTION DU BORDEREAU PAR LA    *
003060*  ROUTINE COMMUNE PREPARATION-BORDEREAU, AVEC LA MENTION        *
003070*  "DUPLICATA" ET LA DATE DE LA REIMPRESSION, ET ECRITURE SUR LE *
003080*  FICHIER D'IMPRESSION DU GUICHET (CREE S'IL N'EXISTE PAS).     *
003090*----------------------------------------------------------------*
003100 4000-EDITER-DUPLICATA.
003110     OPEN EXTEND BORD-FILE
003120     IF WS-BORD-NOUVEAU
003130         OPEN OUTPUT BORD-FILE
003140     END-IF
003150     IF NOT WS-BORD-OK
003160         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES BORDEREAUX "
003170                 "- CODE " WS-BORD-STATUS
003180         MOVE 12 TO RETURN-CODE
003190         GO TO 4000-EDITER-DUPLICATA-EXIT
003200     END-IF
003210     MOVE "P" TO WS-FONCTION-PREPARATION
003220     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
003230                                         ORG-RECORD
003240                                         WS-MENTION-BORDEREAU
003250                                         WS-DATE-SYSTEME
003260                                         BRD-RECORD
003270                                         WS-CODE-PREPARATION
003280     WRITE BRD-RECORD
003290     IF WS-BORD-OK
003300         DISPLAY "DUPLICATA DU BORDEREAU " WS-AGENCE-SAISIE "/"
003310                 WS-ANNEE-SAISIE "/" WS-NUMERO-SAISI
003320                 " EDITE (" WS-ORIGINE-TROUVEE ")"
003330         IF WS-ANNULE
003340             DISPLAY "ATTENTION : CONVERSION ANNULEE LE "
003350                     WS-DATE-ANNULATION
003360         END-IF
003370     ELSE
003380         DISPLAY "ERREUR ECRITURE BORDEREAU - CODE "
003390                 WS-BORD-STATUS
003400         MOVE 12 TO RETURN-CODE
003410     END-IF
003420     CLOSE BORD-FILE.
003430 4000-EDITER-DUPLICATA-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------------*
003470*  9999-EXIT - FERMETURE DU REFERENTIEL TENU OUVERT PAR LA       *
003480*  ROUTINE DE PREPARATION.                                       *
003490*----------------------------------------------------------------*
003500 9999-EXIT.
003510     MOVE "F" TO WS-FONCTION-PREPARATION
003520     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
003530                                         ORG-RECORD
003540                                         WS-MENTION-BORDEREAU
003550                                         WS-DATE-SYSTEME
003560                                         BRD-RECORD
003570                                         WS-CODE-PREPARATION.
003580     EXIT.
003590
003600 END PROGRAM REIMPRESSION-BORDEREAU.
