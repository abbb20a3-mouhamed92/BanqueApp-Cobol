000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ANNULATION-CONVERSION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION D'ANNULATION D'UNE CONVERSION ABOUTIE.            *
000090*                                                                *
000100*  UNE CONVERSION ERRONEE N'EST JAMAIS SUPPRIMEE NI MODIFIEE     *
000110*  DANS LE JOURNAL D'AUDIT : ELLE EST CONTREPASSEE PAR UNE       *
000120*  LIGNE D'ANNULATION (TYPE "A") QUI DESIGNE L'ORIGINAL PAR SA   *
000130*  DATE DE JOURNALISATION, SON HEURE, SON OPERATEUR ET SON       *
000140*  NUMERO DE SEQUENCE. L'ORIGINAL EST RETROUVE DANS LE JOURNAL   *
000150*  AUDITLOG, OU A DEFAUT DANS L'ARCHIVE MENSUELLE AUDARCH :      *
000160*      - PAR DATE ET NUMERO DE SEQUENCE POUR UNE CONVERSION DU   *
000170*        LOT (OPERATEUR "BATCH") ;                               *
000180*      - PAR DATE, HEURE ET OPERATEUR POUR UNE CONVERSION DE     *
000190*        GUICHET.                                                *
000200*  SEULE UNE CONVERSION ABOUTIE (CODE "00"), NON DEJA ANNULEE ET *
000210*  DESIGNEE SANS AMBIGUITE PEUT ETRE ANNULEE.                    *
000220*                                                                *
000230*  DOUBLE CONTROLE : L'ANNULATION D'UNE CONVERSION DU JOUR EST   *
000240*  VISEE PAR UN APPROBATEUR (ROLE "A"), CELLE D'UNE CONVERSION   *
000250*  D'UNE JOURNEE ANTERIEURE PAR LA TRESORERIE (ROLE "T") ; LE    *
000260*  VISEUR EST TOUJOURS DISTINCT DU DEMANDEUR.                    *
000270*                                                                *
000280*  LE MOUVEMENT EST RETIRE DE LA POSITION DE CHANGE INTRA-       *
000290*  JOURNEE (CONTROLE-POSITION, AVEC VISA : UNE CONTREPASSATION   *
000300*  N'EST JAMAIS BLOQUEE PAR LES LIMITES D'EXPOSITION). LES       *
000310*  TRAITEMENTS AVAL (INTERFACE-COMPTABLE, POSITION-TRESORERIE,   *
000320*  RAPPORT-COMMISSIONS, STATISTIQUE-BCT, CONVERSION-BATCH)       *
000330*  DEDUISENT LA LIGNE D'ANNULATION AU LIEU DE LA CUMULER.        *
000331*  POUR UNE CONVERSION DE GUICHET DU JOUR, LES BILLETS SONT      *
000332*  EGALEMENT CONTREPASSES DANS LA CAISSE DU GUICHETIER D'ORIGINE *
000333*  (CONTROLE-CAISSE) SI ELLE N'EST PAS ENCORE ARRETEE.           *
000334*  UN ACHAT DE DEVISES IMPUTE SUR L'ALLOCATION ANNUELLE D'UN     *
000335*  CLIENT RESIDENT LUI REND SA CONTRE-VALEUR EN TND              *
000336*  (CONTROLE-ALLOCATION).                                        *
000337*  LE JOURNAL D'AUDIT EST OUVERT EN ECRITURE AVANT TOUTE         *
000338*  CONTREPASSATION : S'IL N'EST PAS ACCESSIBLE, L'ANNULATION EST *
000339*  REFUSEE SANS AUCUN MOUVEMENT.                                 *
000340*                                                                *
000350*  HISTORIQUE DES MODIFICATIONS.                                 *
000360*  DATE        AUTEUR   DESCRIPTION                              *
000370*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000371*  15/10/2026  SEI      CONTREPASSATION DES BILLETS DANS LA      *
000372*                       CAISSE DU GUICHETIER D'ORIGINE POUR UNE  *
000373*                       CONVERSION DE GUICHET DU JOUR.           *
000374*  15/10/2026  SEI      RESTITUTION A L'ALLOCATION ANNUELLE DU   *
000375*                       CLIENT DE LA CONTRE-VALEUR D'UN ACHAT DE *
000376*                       DEVISES ANNULE.                          *
000377*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000378*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000379*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000380*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000381*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000382*                       TRANSMIS POUR LE JOURNAL DES             *
000383*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000384*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000385*                       POUR OPERATEUR VERROUILLE.               *
00385A*  15/10/2026  SEI      JOURNAL D'AUDIT OUVERT EN ECRITURE AVANT *
00385B*                       LES CONTREPASSATIONS : ANNULATION        *
00385C*                       REFUSEE SANS MOUVEMENT SI LE JOURNAL EST *
00385D*                       INACCESSIBLE.                            *
00385E*  15/10/2026  SEI      RECHERCHE DE L'ORIGINAL ETENDUE A        *
00385F*                       L'ARCHIVE AUDARCH LORSQU'IL N'EST PLUS   *
00385G*                       DANS LE JOURNAL VIVANT.                  *
000386*================================================================*
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
000482     SELECT ARCH-FILE ASSIGN TO "AUDARCH"
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-ARCH-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AUDIT-FILE.
000520 COPY DEVCPY02.
000530
000533 FD  ARCH-FILE.
000536 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==ARC==.
000539
000540 WORKING-STORAGE SECTION.
000550 01  WS-AUDIT-STATUS             PIC X(02).
000560     88  WS-AUDIT-OK                 VALUE "00".
000570     88  WS-AUDIT-NOUVEAU            VALUE "35".
000574 01  WS-ARCH-STATUS              PIC X(02).
000578     88  WS-ARCH-OK                  VALUE "00".
000580 77  WS-SW-FIN-AUDIT             PIC X(01).
000590     88  WS-FIN-AUDIT                VALUE "O".
000600     88  WS-PAS-FIN-AUDIT            VALUE "N".
000610 77  WS-SW-ANNULATION            PIC X(01) VALUE "N".
000620     88  WS-ANNULATION-ADMISE        VALUE "O".
000630     88  WS-ANNULATION-REFUSEE       VALUE "N".
000640 77  WS-CHOIX-CRITERE            PIC X(01).
000650     88  WS-CRITERE-LOT              VALUE "1".
000660     88  WS-CRITERE-GUICHET          VALUE "2".
000670 77  WS-CHOIX-CONFIRM            PIC X(01).
000680 77  WS-DATE-SAISIE              PIC 9(08).
000690 77  WS-HEURE-SAISIE             PIC 9(06).
000700 77  WS-SEQ-SAISI                PIC 9(07).
000710 77  WS-OPERATEUR-SAISI          PIC X(08).
000720 77  WS-NB-ORIGINAUX             PIC 9(05) COMP.
000730 77  WS-NB-NON-ABOUTIES          PIC 9(05) COMP.
000740 77  WS-NB-DEJA-ANNULEES         PIC 9(05) COMP.
000742 77  WS-DATE-SYSTEME             PIC 9(08).
000744 77  WS-FONCTION-DATE            PIC X(01).
000750 77  WS-CODE-DATE                PIC X(02).
000760 77  WS-HEURE-SYSTEME            PIC 9(06).
000770 77  WS-OPERATEUR-ID             PIC X(08).
000780 77  WS-CODE-SIGNON              PIC X(02).
000790     88  WS-SIGNON-ADMIS             VALUE "00".
000800 77  WS-ROLE-OPERATEUR           PIC X(01).
000810 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000820 77  WS-NOM-OPERATEUR            PIC X(25).
000822 77  WS-PROGRAMME                PIC X(30) VALUE
000824         "ANNULATION-CONVERSION".
000826 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000830 77  WS-APPROBATEUR-ID           PIC X(08).
000840 77  WS-CODE-SIGNON-APPRO        PIC X(02).
000850     88  WS-SIGNON-APPRO-ADMIS       VALUE "00".
000860 77  WS-ROLE-APPROBATEUR         PIC X(01).
000870 77  WS-PLAFOND-APPROBATEUR      PIC 9(07)V9(02).
000880 77  WS-NOM-APPROBATEUR          PIC X(25).
000890 77  WS-ROLE-REQUIS              PIC X(01).
000900     88  WS-VISA-APPROBATEUR         VALUE "A".
000910     88  WS-VISA-TRESORERIE          VALUE "T".
000920 77  WS-FONCTION-POSITION        PIC X(01).
000930 77  WS-DEVISE-POSITION          PIC X(03).
000940 77  WS-MONTANT-DEV-POSITION     PIC 9(09)V9(02).
000950 77  WS-MONTANT-TND-POSITION     PIC 9(11)V9(02).
000960 77  WS-VISA-POSITION            PIC X(01) VALUE "O".
000970 77  WS-CODE-POSITION            PIC X(02).
000971 77  WS-FONCTION-CAISSE          PIC X(01).
000972 77  WS-DEVISE-CAISSE            PIC X(03).
000973 77  WS-MONTANT-CAISSE           PIC S9(09)V9(02).
000974 77  WS-CODE-CAISSE              PIC X(02).
000975 77  WS-FONCTION-ALLOCATION      PIC X(01).
000976 77  WS-DATE-ALLOCATION          PIC 9(08).
000977 77  WS-MONTANT-ALLOCATION       PIC 9(09)V9(02).
000978 77  WS-SOLDE-ALLOCATION         PIC 9(09)V9(02).
000979 77  WS-CODE-ALLOCATION          PIC X(02).
000980
000990*----------------------------------------------------------------*
001000*  CONVERSION D'ORIGINE RETENUE PAR LA RECHERCHE.                *
001010*----------------------------------------------------------------*
001020 COPY DEVCPY02 REPLACING LEADING ==AUD== BY ==ORG==.
001030
001040 PROCEDURE DIVISION.
001050
001060*----------------------------------------------------------------*
001070*  0000-MAINLINE.                                                *
001080*----------------------------------------------------------------*
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001110     PERFORM 2000-SAISIR-DEMANDEUR THRU 2000-SAISIR-DEMANDEUR-EXIT
001120     IF WS-SIGNON-ADMIS
001130         PERFORM 3000-SAISIR-CRITERE THRU 3000-SAISIR-CRITERE-EXIT
001140     END-IF
001150     IF WS-ANNULATION-ADMISE
001160         PERFORM 4000-RECHERCHER-ORIGINAL
001170             THRU 4000-RECHERCHER-ORIGINAL-EXIT
001180     END-IF
001190     IF WS-ANNULATION-ADMISE
001200         PERFORM 5000-CONFIRMER-ANNULATION
001210             THRU 5000-CONFIRMER-ANNULATION-EXIT
001220     END-IF
001230     IF WS-ANNULATION-ADMISE
001240         PERFORM 5500-VISER-ANNULATION
001250             THRU 5500-VISER-ANNULATION-EXIT
001252     END-IF
001254     IF WS-ANNULATION-ADMISE
001256         PERFORM 5800-OUVRIR-JOURNAL
001258             THRU 5800-OUVRIR-JOURNAL-EXIT
001260     END-IF
001270     IF WS-ANNULATION-ADMISE
001280         PERFORM 6000-CONTREPASSER-POSITION
001290             THRU 6000-CONTREPASSER-POSITION-EXIT
001291         PERFORM 6500-CONTREPASSER-CAISSE
001292             THRU 6500-CONTREPASSER-CAISSE-EXIT
001294         PERFORM 6700-RESTITUER-ALLOCATION
001296             THRU 6700-RESTITUER-ALLOCATION-EXIT
001300         PERFORM 7000-ENREGISTRER-ANNULATION
001310             THRU 7000-ENREGISTRER-ANNULATION-EXIT
001320     END-IF
001330     PERFORM 9999-EXIT
001340     STOP RUN.
001350
001360*----------------------------------------------------------------*
001370*  1000-INITIALISER - DATE ET HEURE DE LA DEMANDE.               *
001380*----------------------------------------------------------------*
001390 1000-INITIALISER.
001391     MOVE "L" TO WS-FONCTION-DATE
001392     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001393                                   WS-DATE-SYSTEME
001394                                   WS-CODE-DATE
001395     IF WS-CODE-DATE NOT = "00"
001396         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001397                 "DATE SYSTEME RETENUE"
001400     END-IF
001410     ACCEPT WS-HEURE-SYSTEME FROM TIME
001420     SET WS-ANNULATION-REFUSEE TO TRUE.
001430 1000-INITIALISER-EXIT.
001440     EXIT.
001450
001460*----------------------------------------------------------------*
001470*  2000-SAISIR-DEMANDEUR - IDENTIFICATION DU DEMANDEUR PAR LA    *
001480*  ROUTINE COMMUNE CONTROLE-OPERATEUR : UN IDENTIFIANT INCONNU   *
001490*  OU SUSPENDU MET FIN A LA TRANSACTION.                         *
001495*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001500*----------------------------------------------------------------*
001510 2000-SAISIR-DEMANDEUR.
001520     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001530     ACCEPT WS-OPERATEUR-ID
001540     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001550                                      WS-CODE-SIGNON
001560                                      WS-ROLE-OPERATEUR
001570                                      WS-PLAFOND-OPERATEUR
001580                                      WS-NOM-OPERATEUR
001582                                      WS-PROGRAMME
001584                                      WS-AGENCE-SIGNON
001590     EVALUATE WS-CODE-SIGNON
001600         WHEN "00"
001610             DISPLAY "BONJOUR " WS-NOM-OPERATEUR
001620         WHEN "04"
001630             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001640         WHEN "08"
001650             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001651         WHEN "16"
001652             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001653         WHEN "24"
001654             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001655         WHEN "28"
001656             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001657         WHEN "32"
001658             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001660         WHEN OTHER
001670             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001680                     "ACCES REFUSE"
001690     END-EVALUATE.
001700 2000-SAISIR-DEMANDEUR-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------------*
001740*  3000-SAISIR-CRITERE - DESIGNATION DE LA CONVERSION A ANNULER. *
001750*  LA DATE EST LA DATE DE JOURNALISATION (DATE DU JOURNAL        *
001760*  D'AUDIT), L'HEURE CELLE DU GUICHET AU MOMENT DE L'OPERATION.  *
001770*----------------------------------------------------------------*
001780 3000-SAISIR-CRITERE.
001790     DISPLAY "1. CONVERSION DU LOT (DATE ET NUMERO DE SEQUENCE)"
001800     DISPLAY "2. CONVERSION DE GUICHET (DATE, HEURE, OPERATEUR)"
001810     DISPLAY "DONNER VOTRE CHOIX"
001820     ACCEPT WS-CHOIX-CRITERE
001830     IF NOT WS-CRITERE-LOT
001840        AND NOT WS-CRITERE-GUICHET
001850         DISPLAY "CHOIX INVALIDE"
001860         GO TO 3000-SAISIR-CRITERE-EXIT
001870     END-IF
001880     DISPLAY "DONNER LA DATE DE LA CONVERSION (AAAAMMJJ)"
001890     ACCEPT WS-DATE-SAISIE
001900     IF WS-CRITERE-LOT
001910         DISPLAY "DONNER LE NUMERO DE SEQUENCE"
001920         ACCEPT WS-SEQ-SAISI
001930         MOVE "BATCH" TO WS-OPERATEUR-SAISI
001940         MOVE ZEROES TO WS-HEURE-SAISIE
001950         IF WS-SEQ-SAISI NOT NUMERIC
001960            OR WS-SEQ-SAISI = ZEROES
001970             DISPLAY "NUMERO DE SEQUENCE INVALIDE"
001980             GO TO 3000-SAISIR-CRITERE-EXIT
001990         END-IF
002000     ELSE
002010         DISPLAY "DONNER L'HEURE DE LA CONVERSION (HHMMSS)"
002020         ACCEPT WS-HEURE-SAISIE
002030         DISPLAY "DONNER L'IDENTIFIANT DE L'OPERATEUR DU GUICHET"
002040         ACCEPT WS-OPERATEUR-SAISI
002050         MOVE ZEROES TO WS-SEQ-SAISI
002060         IF WS-HEURE-SAISIE NOT NUMERIC
002070            OR WS-OPERATEUR-SAISI = SPACES
002080             DISPLAY "HEURE OU OPERATEUR INVALIDE"
002090             GO TO 3000-SAISIR-CRITERE-EXIT
002100         END-IF
002110     END-IF
002120     IF WS-DATE-SAISIE NOT NUMERIC
002130        OR WS-DATE-SAISIE = ZEROES
002140         DISPLAY "DATE INVALIDE"
002150         GO TO 3000-SAISIR-CRITERE-EXIT
002160     END-IF
002170     SET WS-ANNULATION-ADMISE TO TRUE.
002180 3000-SAISIR-CRITERE-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------------*
002220*  4000-RECHERCHER-ORIGINAL - BALAYAGE DU JOURNAL D'AUDIT : LA   *
002230*  CONVERSION DOIT ETRE TROUVEE UNE FOIS ET UNE SEULE PARMI LES  *
002240*  LIGNES NORMALES ABOUTIES, ET AUCUNE LIGNE D'ANNULATION NE     *
002250*  DOIT DEJA LA DESIGNER.                                        *
002252*  UNE CONVERSION ABSENTE DU JOURNAL VIVANT EST RECHERCHEE DANS  *
002254*  L'ARCHIVE MENSUELLE AUDARCH, SELON LES MEMES REGLES. UNE      *
002256*  ARCHIVE ABSENTE N'EST PAS UN INCIDENT : LA CONVERSION EST     *
002258*  ALORS INTROUVABLE.                                            *
002260*----------------------------------------------------------------*
002270 4000-RECHERCHER-ORIGINAL.
002280     SET WS-ANNULATION-REFUSEE TO TRUE
002290     MOVE ZEROES TO WS-NB-ORIGINAUX
002300     MOVE ZEROES TO WS-NB-NON-ABOUTIES
002310     MOVE ZEROES TO WS-NB-DEJA-ANNULEES
002320     OPEN INPUT AUDIT-FILE
002330     IF NOT WS-AUDIT-OK
002340         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT - CODE "
002350                 WS-AUDIT-STATUS
002360         GO TO 4000-RECHERCHER-ORIGINAL-EXIT
002370     END-IF
002380     SET WS-PAS-FIN-AUDIT TO TRUE
002390     PERFORM 4100-LIRE-AUDIT THRU 4100-LIRE-AUDIT-EXIT
002400     PERFORM 4200-EXAMINER-LIGNE THRU 4200-EXAMINER-LIGNE-EXIT
002410         UNTIL WS-FIN-AUDIT
002420     CLOSE AUDIT-FILE
002421     IF WS-NB-ORIGINAUX = ZEROES
002422        AND WS-NB-NON-ABOUTIES = ZEROES
002423         PERFORM 4300-CHERCHER-ARCHIVE
002424             THRU 4300-CHERCHER-ARCHIVE-EXIT
002425     END-IF
002430     IF WS-NB-DEJA-ANNULEES > ZEROES
002440         DISPLAY "CONVERSION DEJA ANNULEE - ANNULATION REFUSEE"
002450         GO TO 4000-RECHERCHER-ORIGINAL-EXIT
002460     END-IF
002470     IF WS-NB-ORIGINAUX = ZEROES
002480         IF WS-NB-NON-ABOUTIES > ZEROES
002490             DISPLAY "CONVERSION NON ABOUTIE - RIEN A ANNULER"
002500         ELSE
002509             DISPLAY "CONVERSION INTROUVABLE DANS LE JOURNAL "
002518                     "ET DANS L'ARCHIVE"
002520         END-IF
002530         GO TO 4000-RECHERCHER-ORIGINAL-EXIT
002540     END-IF
002550     IF WS-NB-ORIGINAUX > 1
002560         DISPLAY WS-NB-ORIGINAUX " CONVERSIONS REPONDENT AU "
002570                 "CRITERE - ANNULATION REFUSEE"
002580         GO TO 4000-RECHERCHER-ORIGINAL-EXIT
002590     END-IF
002600     SET WS-ANNULATION-ADMISE TO TRUE.
002610 4000-RECHERCHER-ORIGINAL-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------*
002650*  4100-LIRE-AUDIT - LECTURE SEQUENTIELLE DU JOURNAL D'AUDIT.    *
002660*----------------------------------------------------------------*
002670 4100-LIRE-AUDIT.
002680     READ AUDIT-FILE
002690         AT END
002700             SET WS-FIN-AUDIT TO TRUE
002710     END-READ.
002720 4100-LIRE-AUDIT-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760*  4200-EXAMINER-LIGNE - UNE LIGNE D'ANNULATION QUI DESIGNE LA   *
002770*  CONVERSION RECHERCHEE LA MARQUE COMME DEJA ANNULEE ; UNE      *
002780*  LIGNE NORMALE QUI REPOND AU CRITERE EST RETENUE SI ELLE EST   *
002790*  ABOUTIE, COMPTEE A PART SINON.                                *
002800*----------------------------------------------------------------*
002810 4200-EXAMINER-LIGNE.
002820     IF AUD-ANNULATION
002830         IF AUD-CODE-RETOUR = "00"
002840            AND AUD-REF-DATE = WS-DATE-SAISIE
002850            AND AUD-REF-OPERATEUR-ID = WS-OPERATEUR-SAISI
002860            AND ((WS-CRITERE-LOT
002870                  AND AUD-REF-SEQ-NO = WS-SEQ-SAISI)
002880             OR (WS-CRITERE-GUICHET
002890                  AND AUD-REF-HEURE = WS-HEURE-SAISIE))
002900             ADD 1 TO WS-NB-DEJA-ANNULEES
002910         END-IF
002920         GO TO 4200-EXAMINER-LIGNE-FIN
002930     END-IF
002940     IF AUD-DATE NOT = WS-DATE-SAISIE
002950        OR AUD-OPERATEUR-ID NOT = WS-OPERATEUR-SAISI
002960         GO TO 4200-EXAMINER-LIGNE-FIN
002970     END-IF
002980     IF WS-CRITERE-LOT
002990        AND AUD-SEQ-NO NOT = WS-SEQ-SAISI
003000         GO TO 4200-EXAMINER-LIGNE-FIN
003010     END-IF
003020     IF WS-CRITERE-GUICHET
003030        AND AUD-HEURE NOT = WS-HEURE-SAISIE
003040         GO TO 4200-EXAMINER-LIGNE-FIN
003050     END-IF
003060     IF AUD-CODE-RETOUR = "00"
003070         ADD 1 TO WS-NB-ORIGINAUX
003080         MOVE AUD-RECORD TO ORG-RECORD
003090     ELSE
003100         ADD 1 TO WS-NB-NON-ABOUTIES
003110     END-IF.
003120 4200-EXAMINER-LIGNE-FIN.
003130     PERFORM 4100-LIRE-AUDIT THRU 4100-LIRE-AUDIT-EXIT.
003140 4200-EXAMINER-LIGNE-EXIT.
03140A     EXIT.
03140B
03140C*----------------------------------------------------------------*
03140D*  4300-CHERCHER-ARCHIVE - LA CONVERSION N'EST PLUS DANS LE      *
03140E*  JOURNAL VIVANT : BALAYAGE DE L'ARCHIVE MENSUELLE AUDARCH. LES *
03140F*  LIGNES D'ANNULATION DEJA COMPTEES DANS LE JOURNAL VIVANT SONT *
003141*  CONSERVEES.                                                   *
03141A*----------------------------------------------------------------*
03141B 4300-CHERCHER-ARCHIVE.
03141C     OPEN INPUT ARCH-FILE
03141D     IF NOT WS-ARCH-OK
03141E         DISPLAY "ARCHIVE AUDARCH NON DISPONIBLE - RECHERCHE "
03141F                 "LIMITEE AU JOURNAL VIVANT"
003142         GO TO 4300-CHERCHER-ARCHIVE-EXIT
03142A     END-IF
03142B     SET WS-PAS-FIN-AUDIT TO TRUE
03142C     PERFORM 4400-EXAMINER-ARCHIVE THRU 4400-EXAMINER-ARCHIVE-EXIT
03142D         UNTIL WS-FIN-AUDIT
03142E     CLOSE ARCH-FILE.
03142F 4300-CHERCHER-ARCHIVE-EXIT.
003143     EXIT.
03143A
03143B*----------------------------------------------------------------*
03143C*  4400-EXAMINER-ARCHIVE - LECTURE ET EXAMEN D'UNE LIGNE DE      *
03143D*  L'ARCHIVE, SELON LES MEMES REGLES QUE LE JOURNAL VIVANT.      *
03143E*----------------------------------------------------------------*
03143F 4400-EXAMINER-ARCHIVE.
003144     READ ARCH-FILE
03144A         AT END
03144B             SET WS-FIN-AUDIT TO TRUE
03144C             GO TO 4400-EXAMINER-ARCHIVE-EXIT
03144D     END-READ
03144E     IF ARC-ANNULATION
003145         IF ARC-CODE-RETOUR = "00"
03145A            AND ARC-REF-DATE = WS-DATE-SAISIE
03145B            AND ARC-REF-OPERATEUR-ID = WS-OPERATEUR-SAISI
03145C            AND ((WS-CRITERE-LOT
03145D                  AND ARC-REF-SEQ-NO = WS-SEQ-SAISI)
03145E             OR (WS-CRITERE-GUICHET
003146                  AND ARC-REF-HEURE = WS-HEURE-SAISIE))
03146A             ADD 1 TO WS-NB-DEJA-ANNULEES
03146B         END-IF
03146C         GO TO 4400-EXAMINER-ARCHIVE-EXIT
03146D     END-IF
03146E     IF ARC-DATE NOT = WS-DATE-SAISIE
003147        OR ARC-OPERATEUR-ID NOT = WS-OPERATEUR-SAISI
03147A         GO TO 4400-EXAMINER-ARCHIVE-EXIT
03147B     END-IF
03147C     IF WS-CRITERE-LOT
03147D        AND ARC-SEQ-NO NOT = WS-SEQ-SAISI
03147E         GO TO 4400-EXAMINER-ARCHIVE-EXIT
003148     END-IF
03148A     IF WS-CRITERE-GUICHET
03148B        AND ARC-HEURE NOT = WS-HEURE-SAISIE
03148C         GO TO 4400-EXAMINER-ARCHIVE-EXIT
03148D     END-IF
03148E     IF ARC-CODE-RETOUR = "00"
003149         ADD 1 TO WS-NB-ORIGINAUX
03149A         MOVE ARC-RECORD TO ORG-RECORD
03149B     ELSE
03149C         ADD 1 TO WS-NB-NON-ABOUTIES
03149D     END-IF.
03149E 4400-EXAMINER-ARCHIVE-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------*
003180*  5000-CONFIRMER-ANNULATION - AFFICHAGE DE LA CONVERSION        *
003190*  RETENUE ET CONFIRMATION PAR LE DEMANDEUR.                     *
003200*----------------------------------------------------------------*
003210 5000-CONFIRMER-ANNULATION.
003220     DISPLAY "DATE / HEURE : " ORG-DATE " " ORG-HEURE
003230     DISPLAY "OPERATEUR    : " ORG-OPERATEUR-ID
003240             "  SEQUENCE : " ORG-SEQ-NO
003250             "  AGENCE : " ORG-AGENCE
003260     DISPLAY "SENS         : " ORG-SENS
003270             "  " ORG-DEVISE-SOURCE " -> " ORG-DEVISE-CIBLE
003280     DISPLAY "MONTANT      : " ORG-MONTANT
003290     DISPLAY "MONTANT BRUT : " ORG-MONTANT-BRUT
003300     DISPLAY "COMMISSION   : " ORG-FRAIS
003310     DISPLAY "MONTANT NET  : " ORG-MONTANT-CONVERTI
003320     DISPLAY "CLIENT       : " ORG-CLIENT-ID
003330             "  RESIDENT : " ORG-RESIDENT
003340     DISPLAY "CONFIRMER L'ANNULATION (O/N) ?"
003350     ACCEPT WS-CHOIX-CONFIRM
003360     IF WS-CHOIX-CONFIRM NOT = "O"
003370         DISPLAY "ANNULATION ABANDONNEE"
003380         SET WS-ANNULATION-REFUSEE TO TRUE
003390     END-IF.
003400 5000-CONFIRMER-ANNULATION-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------*
003440*  5500-VISER-ANNULATION - VISA DE L'ANNULATION PAR UN SECOND    *
003450*  OPERATEUR : APPROBATEUR (ROLE "A") POUR UNE CONVERSION DU     *
003460*  JOUR, TRESORERIE (ROLE "T") POUR UNE CONVERSION D'UNE         *
003470*  JOURNEE ANTERIEURE. LE VISEUR NE PEUT PAS ETRE LE DEMANDEUR.  *
003475*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
003480*----------------------------------------------------------------*
003490 5500-VISER-ANNULATION.
003500     SET WS-ANNULATION-REFUSEE TO TRUE
003510     IF ORG-DATE = WS-DATE-SYSTEME
003520         SET WS-VISA-APPROBATEUR TO TRUE
003530         DISPLAY "CONVERSION DU JOUR - VISA D'UN APPROBATEUR"
003540     ELSE
003550         SET WS-VISA-TRESORERIE TO TRUE
003560         DISPLAY "CONVERSION ANTERIEURE - VISA DE LA TRESORERIE"
003570     END-IF
003580     DISPLAY "DONNER IDENTIFIANT DU VISEUR"
003590     ACCEPT WS-APPROBATEUR-ID
003600     CALL "CONTROLE-OPERATEUR" USING WS-APPROBATEUR-ID
003610                                      WS-CODE-SIGNON-APPRO
003620                                      WS-ROLE-APPROBATEUR
003630                                      WS-PLAFOND-APPROBATEUR
003640                                      WS-NOM-APPROBATEUR
003642                                      WS-PROGRAMME
003644                                      WS-AGENCE-SIGNON
003650     EVALUATE WS-CODE-SIGNON-APPRO
003660         WHEN "00"
003670             CONTINUE
003680         WHEN "04"
003690             DISPLAY "OPERATEUR INCONNU - VISA REFUSE"
003700             GO TO 5500-VISER-ANNULATION-EXIT
003710         WHEN "08"
003720             DISPLAY "OPERATEUR SUSPENDU - VISA REFUSE"
003730             GO TO 5500-VISER-ANNULATION-EXIT
003731         WHEN "16"
003732             DISPLAY "CODE PIN ERRONE - VISA REFUSE"
003733             GO TO 5500-VISER-ANNULATION-EXIT
003734         WHEN "24"
003735             DISPLAY "OPERATEUR VERROUILLE - VISA REFUSE"
003736             GO TO 5500-VISER-ANNULATION-EXIT
003737         WHEN "28"
003738             DISPLAY "CODE PIN NON ATTRIBUE - VISA REFUSE"
003739             GO TO 5500-VISER-ANNULATION-EXIT
003740         WHEN "32"
003741             DISPLAY "CODE PIN NON CHANGE - VISA REFUSE"
003742             GO TO 5500-VISER-ANNULATION-EXIT
003743         WHEN OTHER
003750             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
003760                     "VISA REFUSE"
003770             GO TO 5500-VISER-ANNULATION-EXIT
003780     END-EVALUATE
003790     IF WS-APPROBATEUR-ID = WS-OPERATEUR-ID
003800         DISPLAY "LE DEMANDEUR NE PEUT PAS VISER SA PROPRE "
003810                 "ANNULATION"
003820         GO TO 5500-VISER-ANNULATION-EXIT
003830     END-IF
003840     IF WS-ROLE-APPROBATEUR NOT = WS-ROLE-REQUIS
003850         IF WS-VISA-APPROBATEUR
003860             DISPLAY "ROLE APPROBATEUR REQUIS - VISA REFUSE"
003870         ELSE
003880             DISPLAY "ROLE TRESORERIE REQUIS - VISA REFUSE"
003890         END-IF
003900         GO TO 5500-VISER-ANNULATION-EXIT
003910     END-IF
003920     DISPLAY "VISA DE " WS-NOM-APPROBATEUR
003930     SET WS-ANNULATION-ADMISE TO TRUE.
003940 5500-VISER-ANNULATION-EXIT.
03940A     EXIT.
03940B
003941*----------------------------------------------------------------*
03941A*  5800-OUVRIR-JOURNAL - LE JOURNAL D'AUDIT EST OUVERT EN        *
03941B*  ECRITURE AVANT TOUTE CONTREPASSATION : S'IL EST INACCESSIBLE, *
003942*  L'ANNULATION EST REFUSEE SANS AUCUN MOUVEMENT DE POSITION, DE *
03942A*  CAISSE OU D'ALLOCATION.                                       *
003943*----------------------------------------------------------------*
03943A 5800-OUVRIR-JOURNAL.
003944     OPEN EXTEND AUDIT-FILE
03944A     IF WS-AUDIT-NOUVEAU
003945         OPEN OUTPUT AUDIT-FILE
03945A     END-IF
003946     IF NOT WS-AUDIT-OK
03946A         DISPLAY "IMPOSSIBLE D'OUVRIR JOURNAL AUDIT - CODE "
003947                 WS-AUDIT-STATUS
03947A         DISPLAY "ANNULATION REFUSEE - AUCUN MOUVEMENT EFFECTUE"
003948         SET WS-ANNULATION-REFUSEE TO TRUE
03948A         MOVE 12 TO RETURN-CODE
003949     END-IF.
03949A 5800-OUVRIR-JOURNAL-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------*
003980*  6000-CONTREPASSER-POSITION - RETIRE LE MOUVEMENT DE LA        *
003990*  POSITION DE CHANGE INTRA-JOURNEE, EN SENS INVERSE DE          *
004000*  CONVERSION-DEVISE : VENTE DE LA DEVISE SOURCE POUR LE SENS    *
004010*  "D", ACHAT DE LA DEVISE CIBLE POUR LE SENS "T", LES DEUX      *
004020*  JAMBES POUR LE SENS CROISE (CONTRE-VALEUR DU PIVOT REFAITE    *
004030*  AVEC LE TAUX JOURNALISE, A ZERO POUR UNE LIGNE A L'ANCIEN     *
004040*  FORMAT). LE TND, PIVOT SANS POSITION, N'EST PAS SUIVI.        *
004050*----------------------------------------------------------------*
004060 6000-CONTREPASSER-POSITION.
004070     EVALUATE TRUE
004080         WHEN ORG-TND-VERS-DEVISE
004090             IF ORG-DEVISE-CIBLE NOT = "TND"
004100                 MOVE "A" TO WS-FONCTION-POSITION
004110                 MOVE ORG-DEVISE-CIBLE TO WS-DEVISE-POSITION
004120                 MOVE ORG-MONTANT-BRUT TO WS-MONTANT-DEV-POSITION
004130                 MOVE ORG-MONTANT TO WS-MONTANT-TND-POSITION
004140                 PERFORM 6100-APPELER-POSITION
004150                     THRU 6100-APPELER-POSITION-EXIT
004160             END-IF
004170         WHEN ORG-CONVERSION-CROISEE
004180             IF ORG-TAUX-APPLIQUE IS NUMERIC
004190                 COMPUTE WS-MONTANT-TND-POSITION ROUNDED =
004200                         ORG-MONTANT * ORG-TAUX-APPLIQUE
004210             ELSE
004220                 MOVE ZEROES TO WS-MONTANT-TND-POSITION
004230             END-IF
004240             MOVE "V" TO WS-FONCTION-POSITION
004250             MOVE ORG-DEVISE-SOURCE TO WS-DEVISE-POSITION
004260             MOVE ORG-MONTANT TO WS-MONTANT-DEV-POSITION
004270             PERFORM 6100-APPELER-POSITION
004280                 THRU 6100-APPELER-POSITION-EXIT
004290             MOVE "A" TO WS-FONCTION-POSITION
004300             MOVE ORG-DEVISE-CIBLE TO WS-DEVISE-POSITION
004310             MOVE ORG-MONTANT-BRUT TO WS-MONTANT-DEV-POSITION
004320             PERFORM 6100-APPELER-POSITION
004330                 THRU 6100-APPELER-POSITION-EXIT
004340         WHEN OTHER
004350             IF ORG-DEVISE-SOURCE NOT = "TND"
004360                 MOVE "V" TO WS-FONCTION-POSITION
004370                 MOVE ORG-DEVISE-SOURCE TO WS-DEVISE-POSITION
004380                 MOVE ORG-MONTANT TO WS-MONTANT-DEV-POSITION
004390                 MOVE ORG-MONTANT-BRUT TO WS-MONTANT-TND-POSITION
004400                 PERFORM 6100-APPELER-POSITION
004410                     THRU 6100-APPELER-POSITION-EXIT
004420             END-IF
004430     END-EVALUATE.
004440 6000-CONTREPASSER-POSITION-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------*
004480*  6100-APPELER-POSITION - UN APPEL A LA ROUTINE COMMUNE, AVEC   *
004490*  VISA : LA CONTREPASSATION N'EST JAMAIS REFUSEE.               *
004500*----------------------------------------------------------------*
004510 6100-APPELER-POSITION.
004520     CALL "CONTROLE-POSITION" USING WS-FONCTION-POSITION
004530                                     WS-DEVISE-POSITION
004540                                     WS-MONTANT-DEV-POSITION
004550                                     WS-MONTANT-TND-POSITION
004560                                     WS-VISA-POSITION
004570                                     WS-DATE-SYSTEME
004580                                     WS-CODE-POSITION
004590     IF WS-CODE-POSITION NOT = "00"
004600         DISPLAY "POSITION " WS-DEVISE-POSITION " NON "
004610                 "CONTREPASSEE - CODE " WS-CODE-POSITION
004620     END-IF.
004630 6100-APPELER-POSITION-EXIT.
004640     EXIT.
004641
004642*----------------------------------------------------------------*
004643*  6500-CONTREPASSER-CAISSE - CONVERSION DE GUICHET DU JOUR : LE *
004644*  MONTANT RECU EST RETIRE DES ACHATS DE LA DEVISE SOURCE ET LE  *
004645*  MONTANT SERVI DES VENTES DE LA DEVISE CIBLE, DANS LA CAISSE   *
004646*  DU GUICHETIER D'ORIGINE. UNE CAISSE DEJA ARRETEE N'EST PAS    *
004647*  MOUVEMENTEE : LA RESTITUTION EST ALORS A REGULARISER PAR LE   *
004648*  SUPERVISEUR.                                                  *
004649*----------------------------------------------------------------*
004650 6500-CONTREPASSER-CAISSE.
004651     IF ORG-OPERATEUR-ID = "BATCH"
004652        OR ORG-DATE NOT = WS-DATE-SYSTEME
004653         GO TO 6500-CONTREPASSER-CAISSE-EXIT
004654     END-IF
004655     MOVE "R" TO WS-FONCTION-CAISSE
004656     MOVE ORG-DEVISE-SOURCE TO WS-DEVISE-CAISSE
004657     COMPUTE WS-MONTANT-CAISSE = ZEROES - ORG-MONTANT
004658     PERFORM 6600-APPELER-CAISSE THRU 6600-APPELER-CAISSE-EXIT
004659     MOVE "P" TO WS-FONCTION-CAISSE
004660     MOVE ORG-DEVISE-CIBLE TO WS-DEVISE-CAISSE
004661     COMPUTE WS-MONTANT-CAISSE = ZEROES - ORG-MONTANT-CONVERTI
004662     PERFORM 6600-APPELER-CAISSE THRU 6600-APPELER-CAISSE-EXIT.
004663 6500-CONTREPASSER-CAISSE-EXIT.
004664     EXIT.
004665
004666*----------------------------------------------------------------*
004667*  6600-APPELER-CAISSE - UN APPEL A LA ROUTINE COMMUNE.          *
004668*----------------------------------------------------------------*
004669 6600-APPELER-CAISSE.
004670     CALL "CONTROLE-CAISSE" USING WS-FONCTION-CAISSE
004671                                   ORG-OPERATEUR-ID
004672                                   ORG-AGENCE
004673                                   WS-DEVISE-CAISSE
004674                                   WS-MONTANT-CAISSE
004675                                   WS-DATE-SYSTEME
004676                                   WS-CODE-CAISSE
004677     IF WS-CODE-CAISSE NOT = "00"
004678         DISPLAY "CAISSE " WS-DEVISE-CAISSE " DE "
004679                 ORG-OPERATEUR-ID
004680                 " NON CONTREPASSEE - CODE " WS-CODE-CAISSE
004681                 " - A REGULARISER"
004682     END-IF.
004683 6600-APPELER-CAISSE-EXIT.
004684     EXIT.
004685
004686*----------------------------------------------------------------*
004687*  6700-RESTITUER-ALLOCATION - L'ORIGINAL A ETE IMPUTE SUR UNE   *
004688*  ALLOCATION ANNUELLE (TYPE D'ALLOCATION RENSEIGNE) : SA        *
004689*  CONTRE-VALEUR EN TND EST RENDUE A L'ALLOCATION DE L'ANNEE DE  *
004690*  SA DATE D'OPERATION (DATE DE JOURNALISATION SI ELLE EST A     *
004691*  ZERO).                                                        *
004692*----------------------------------------------------------------*
004693 6700-RESTITUER-ALLOCATION.
004694     IF ORG-TYPE-ALLOCATION = SPACES
004695         GO TO 6700-RESTITUER-ALLOCATION-EXIT
004696     END-IF
004697     IF ORG-DATE-OPERATION > ZEROES
004698         MOVE ORG-DATE-OPERATION TO WS-DATE-ALLOCATION
004699     ELSE
004700         MOVE ORG-DATE TO WS-DATE-ALLOCATION
004701     END-IF
004702     MOVE "R" TO WS-FONCTION-ALLOCATION
004703     MOVE ORG-MONTANT TO WS-MONTANT-ALLOCATION
004704     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
004705                                       ORG-CLIENT-ID
004706                                       ORG-TYPE-ALLOCATION
004707                                       WS-DATE-ALLOCATION
004708                                       WS-MONTANT-ALLOCATION
004709                                       WS-SOLDE-ALLOCATION
004710                                       WS-CODE-ALLOCATION
004711     IF WS-CODE-ALLOCATION = "00"
004712         DISPLAY "ALLOCATION " ORG-TYPE-ALLOCATION
004713                 " DU CLIENT RECREDITEE - SOLDE "
004714                 WS-SOLDE-ALLOCATION " TND"
004715     ELSE
004716         DISPLAY "ALLOCATION DU CLIENT " ORG-CLIENT-ID
004717                 " NON RECREDITEE - CODE " WS-CODE-ALLOCATION
004718                 " - A REGULARISER"
004719     END-IF.
004720 6700-RESTITUER-ALLOCATION-EXIT.
004721     EXIT.
004722
004723*----------------------------------------------------------------*
004724*  7000-ENREGISTRER-ANNULATION - ECRIT LA LIGNE D'ANNULATION :   *
004725*  IMAGE DE L'ORIGINAL (SENS, DEVISES, MONTANTS, CLIENT, AGENCE, *
004726*  TAUX) DATEE DU JOUR, AU NOM DU DEMANDEUR, AVEC LA REFERENCE   *
004727*  DE L'ORIGINAL ET L'IDENTIFIANT DU VISEUR.                     *
04727A*  LE JOURNAL A ETE OUVERT PAR 5800-OUVRIR-JOURNAL.              *
004728*----------------------------------------------------------------*
004729 7000-ENREGISTRER-ANNULATION.
004830     MOVE ORG-RECORD TO AUD-RECORD
004840     ACCEPT WS-HEURE-SYSTEME FROM TIME
004850     MOVE WS-DATE-SYSTEME TO AUD-DATE
004860     MOVE WS-HEURE-SYSTEME TO AUD-HEURE
004870     MOVE WS-OPERATEUR-ID TO AUD-OPERATEUR-ID
004880     MOVE "00" TO AUD-CODE-RETOUR
004890     MOVE ZEROES TO AUD-SEQ-NO
004900     MOVE "A" TO AUD-TYPE-OPERATION
004910     MOVE ORG-DATE TO AUD-REF-DATE
004920     MOVE ORG-HEURE TO AUD-REF-HEURE
004930     MOVE ORG-OPERATEUR-ID TO AUD-REF-OPERATEUR-ID
004940     MOVE ORG-SEQ-NO TO AUD-REF-SEQ-NO
004950     MOVE WS-APPROBATEUR-ID TO AUD-APPROBATEUR-ID
004960     WRITE AUD-RECORD
004970     IF WS-AUDIT-OK
004980         DISPLAY "CONVERSION ANNULEE - ANNULATION JOURNALISEE"
004990     ELSE
005000         DISPLAY "ERREUR ECRITURE JOURNAL AUDIT - CODE "
005010                 WS-AUDIT-STATUS
005014         DISPLAY "MOUVEMENTS CONTREPASSES SANS LIGNE "
005018                 "D'ANNULATION - A REGULARISER"
005020         MOVE 12 TO RETURN-CODE
005030     END-IF
005040     CLOSE AUDIT-FILE.
005050 7000-ENREGISTRER-ANNULATION-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------*
005090*  9999-EXIT - FERMETURE DES FICHIERS DES ROUTINES DE POSITION,  *
005095*  DE CAISSE ET D'ALLOCATION.                                    *
005100*----------------------------------------------------------------*
005110 9999-EXIT.
005120     IF NOT WS-ANNULATION-ADMISE
005130        AND RETURN-CODE = ZEROES
005140         MOVE 4 TO RETURN-CODE
005150     END-IF
005160     MOVE "F" TO WS-FONCTION-POSITION
005170     CALL "CONTROLE-POSITION" USING WS-FONCTION-POSITION
005180                                     WS-DEVISE-POSITION
005190                                     WS-MONTANT-DEV-POSITION
005200                                     WS-MONTANT-TND-POSITION
005210                                     WS-VISA-POSITION
005220                                     WS-DATE-SYSTEME
005230                                     WS-CODE-POSITION
005231     MOVE "F" TO WS-FONCTION-CAISSE
005232     CALL "CONTROLE-CAISSE" USING WS-FONCTION-CAISSE
005233                                   ORG-OPERATEUR-ID
005234                                   ORG-AGENCE
005235                                   WS-DEVISE-CAISSE
005236                                   WS-MONTANT-CAISSE
005237                                   WS-DATE-SYSTEME
005238                                   WS-CODE-CAISSE
005239     MOVE "F" TO WS-FONCTION-ALLOCATION
005240     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
005241                                       ORG-CLIENT-ID
005242                                       ORG-TYPE-ALLOCATION
005243                                       WS-DATE-ALLOCATION
005244                                       WS-MONTANT-ALLOCATION
005245                                       WS-SOLDE-ALLOCATION
005246                                       WS-CODE-ALLOCATION.
005247     EXIT.
005250
005260 END PROGRAM ANNULATION-CONVERSION.
