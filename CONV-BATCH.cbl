000408*                       (CODE "16", STATUT "V" AU RECYCLAGE) AU  *
000409*                       LIEU D'ETRE EXECUTEE ; UN ITEM VISE EST  *
000411*                       REPRIS SANS CONTROLE DE LIMITE.          *
0411AA*  15/10/2026  SEI      TAUX APPLIQUE ET TYPE D'OPERATION TRACES *
0411AB*                       DANS LE JOURNAL D'AUDIT. LES ANNULATIONS *
0411AC*                       DE CONVERSIONS DU LOT DEJA PRESENTES     *
0411AD*                       DANS LE JOURNAL (RELANCE DU LOT) SONT    *
0411AE*                       DEDUITES DU CUMUL PAR CLIENT AVANT LES   *
0411AF*                       DECLARATIONS DE FRACTIONNEMENT.          *
0411AG*  15/10/2026  SEI      SENS DE L'OPERATION PORTE PAR LA         *
0411AH*                       TRANSACTION : UNE VENTE DE DEVISES AU    *
0411AI*                       CLIENT ("T", MONTANT EN TND) EST         *
0411AJ*                       CONVERTIE DU TND VERS LA DEVISE ET       *
0411AK*                       SORTIE DE LA POSITION. CETTE VENTE A UN  *
0411AL*                       CLIENT RESIDENT EST CONTROLEE CONTRE SON *
0411AM*                       ALLOCATION ANNUELLE EN DEVISES           *
0411AN*                       (CONTROLE-ALLOCATION, ALLOCATION         *
0411AO*                       TOURISTIQUE) : UN DEPASSEMENT EST        *
0411AP*                       REFUSE (CODE "20") ET MIS AU RECYCLAGE ; *
0411AQ*                       UNE OPERATION ABOUTIE EST IMPUTEE SUR    *
0411AR*                       L'ALLOCATION.                            *
0411AS*  15/10/2026  SEI      COTATIONS NEGOCIEES : LE NUMERO DE       *
0411AT*                       COTATION PORTE PAR LA TRANSACTION EST    *
0411AU*                       TRANSMIS A DEV-TAUX-CALCUL AVEC LE       *
0411AV*                       CLIENT ; UNE COTATION REFUSEE (CODE      *
0411AW*                       "24") EST MISE AU RECYCLAGE. LA COTATION *
0411AX*                       EST SOLDEE APRES L'OPERATION ABOUTIE ET  *
0411AY*                       SON NUMERO EST TRACE DANS LE JOURNAL     *
0411AZ*                       D'AUDIT ET CONSERVE AU RECYCLAGE.        *
0411BA*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
0411BB*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
0411BC*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
0411BD*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
0411BE*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
0411BF*                       BONNE DATE.                              *
0411BG*  15/10/2026  SEI      BORDEREAU DE CHANGE NUMEROTE : CHAQUE    *
0411BH*                       CONVERSION ABOUTIE, DU JOUR OU RECYCLEE, *
0411BI*                       RECOIT LE NUMERO SUIVANT DE SON AGENCE   *
0411BJ*                       POUR L'ANNEE (ROUTINE COMMUNE NUMERO-    *
0411BK*                       BORDEREAU), TRACE DANS LE JOURNAL        *
0411BL*                       D'AUDIT ; SON BORDEREAU EST ECRIT SUR LE *
0411BM*                       FICHIER DES BORDEREAUX DU LOT (BORDLOT), *
0411BN*                       REGROUPE ENSUITE PAR AGENCE PAR ETAT-    *
0411BO*                       BORDEREAUX.                              *
0411BP*  15/10/2026  SEI      ANNULATIONS DES CONVERSIONS DU LOT       *
0411BQ*                       PRISES EN COMPTE QUELLE QUE SOIT LEUR    *
0411BR*                       DATE : TOUTE LIGNE D'ANNULATION          *
0411BS*                       JOURNALISEE DEPUIS LE LOT PRECEDENT      *
0411BT*                       (REPERE DECLANN) EST DEDUITE DU CUMUL DU *
0411BU*                       LOT SI L'ORIGINAL EN FAIT PARTIE ET      *
0411BV*                       N'EST PAS DEJA DECLARE, ET DONNE SINON   *
0411BW*                       UNE DECLARATION CORRECTIVE (MOTIF "A") A *
0411BX*                       LA DATE DE LA DECLARATION D'ORIGINE.     *
000412*================================================================*
000413
000414 ENVIRONMENT DIVISION.
000470         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS WS-AUDIT-STATUS.
000480
000481     SELECT DECLANN-FILE ASSIGN TO "DECLANN"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-DECLANN-STATUS.
000484
000485     SELECT CKP-FILE ASSIGN TO "CONVCKPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000495         FILE STATUS IS WS-CKP-STATUS.
000525     SELECT DECL-FILE ASSIGN TO "DECLCHG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000535         FILE STATUS IS WS-DECL-STATUS.
000536
000537     SELECT BORDLOT-FILE ASSIGN TO "BORDLOT"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS WS-BORDLOT-STATUS.
000540
000541     SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
000542         ORGANIZATION IS INDEXED
000630 FD  AUDIT-FILE.
000640 COPY DEVCPY02.
000650
000653 FD  DECLANN-FILE.
000656 COPY DEVCPY37.
000659
000660 FD  CKP-FILE.
000670 COPY DEVCPY04.
000671
000675
000676 FD  DECL-FILE.
000677 COPY DEVCPY10.
00677A
00677B FD  BORDLOT-FILE.
00677C COPY DEVCPY34.
000678
000679 FD  RECYCLE-FILE.
000680 COPY DEVCPY14.
000765     88  WS-AUDIT-NOUVEAU            VALUE "35".
000770 01  WS-CKP-STATUS               PIC X(02).
000780     88  WS-CKP-OK                   VALUE "00".
00780A 01  WS-DECLANN-STATUS           PIC X(02).
00780B     88  WS-DECLANN-OK               VALUE "00".
000781 01  WS-SEUIL-STATUS             PIC X(02).
000782     88  WS-SEUIL-OK                 VALUE "00".
000783 01  WS-DECL-STATUS              PIC X(02).
000787     88  WS-RECYCLE-NOUVEAU          VALUE "35".
000788 01  WS-CLIMAST-STATUS           PIC X(02).
000789     88  WS-CLIMAST-OK               VALUE "00".
00789A 01  WS-BORDLOT-STATUS           PIC X(02).
00789B     88  WS-BORDLOT-OK               VALUE "00".
000790 01  WS-MONTANT-CONVERTI         PIC 9(07)V9(02).
000792 01  WS-MONTANT-BRUT             PIC 9(07)V9(02).
000794 01  WS-FRAIS                    PIC 9(07)V9(02).
000800 01  WS-SENS                     PIC X(01) VALUE "D".
000810 01  WS-TAUX-APPLIQUE            PIC 9(03)V9(04).
000820 01  WS-CODE-RETOUR              PIC X(02).
000825 01  WS-DEVISE-SOURCE            PIC X(03).
000830 01  WS-DEVISE-CIBLE             PIC X(03) VALUE "TND".
000840 01  WS-DATE-SYSTEME             PIC 9(08).
000844 77  WS-FONCTION-DATE            PIC X(01).
000848 77  WS-CODE-DATE                PIC X(02).
000850 01  WS-HEURE-SYSTEME            PIC 9(06).
000860 01  WS-CKP-LAST-SEQ             PIC 9(07).
000870 01  WS-DERNIER-SEQ-TRAITE       PIC 9(07).
000871 77  WS-REPERE-DATE-PREC         PIC 9(08).
000872 77  WS-REPERE-NB-PREC           PIC 9(07).
000873 77  WS-REPERE-DATE              PIC 9(08).
000874 77  WS-REPERE-NB                PIC 9(07).
000875 77  WS-DATE-DECLAREE            PIC 9(08).
000880 77  WS-SW-FIN-FICHIER           PIC X(01).
000890     88  WS-FIN-FICHIER              VALUE "O".
000900     88  WS-PAS-FIN-FICHIER          VALUE "N".
000920 77  WS-NB-SAUTEES               PIC 9(07) COMP.
000930 77  WS-NB-CONVERTIES            PIC 9(07) COMP.
000940 77  WS-NB-REJETEES              PIC 9(07) COMP.
000949 77  WS-NB-CORRECTIONS           PIC 9(07) COMP.
000950 77  WS-NB-DEPUIS-CKPT           PIC 9(05) COMP.
000960 77  WS-CKPT-INTERVALLE          PIC 9(05) COMP VALUE 1.
000961 77  WS-NB-DECLARATIONS          PIC 9(07) COMP.
001001 77  WS-CODE-POSITION            PIC X(02).
001002 77  WS-NB-RECYCLEES             PIC 9(07) COMP.
001003 77  WS-NB-RECYCLE-ECHECS        PIC 9(07) COMP.
1003AA 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
1003AB 77  WS-SW-FIN-AUDIT             PIC X(01).
1003AC     88  WS-FIN-AUDIT                VALUE "O".
1003AD     88  WS-PAS-FIN-AUDIT            VALUE "N".
1003AE 77  WS-MONTANT-DEV-OP           PIC 9(07)V9(02).
1003AF 77  WS-MONTANT-TND-OP           PIC 9(07)V9(02).
1003AG 77  WS-DEVISE-ANNULEE           PIC X(03).
1003AH 77  WS-FONCTION-ALLOCATION      PIC X(01).
1003AI 77  WS-TYPE-ALLOCATION          PIC X(01) VALUE "T".
1003AJ 77  WS-DATE-ALLOCATION          PIC 9(08).
1003AK 77  WS-MONTANT-ALLOCATION       PIC 9(09)V9(02).
1003AL 77  WS-SOLDE-ALLOCATION         PIC 9(09)V9(02).
1003AM 77  WS-CODE-ALLOCATION          PIC X(02).
1003AN 77  WS-SW-ALLOCATION            PIC X(01).
1003AO     88  WS-ALLOCATION-IMPUTEE       VALUE "O".
1003AP     88  WS-ALLOCATION-NON-IMPUTEE   VALUE "N".
1003AQ 77  WS-NB-HORS-ALLOCATION       PIC 9(07) COMP.
1003AR 77  WS-NB-SUR-COTATION          PIC 9(07) COMP.
1003AS 77  WS-SENS-SOLDE               PIC X(01) VALUE "U".
1003AT 77  WS-CODE-SOLDE               PIC X(02).
1003AU 01  WS-COTATION-APPEL.
1003AV     05  WS-NO-COTATION          PIC 9(08) VALUE ZEROES.
1003AW     05  WS-CLIENT-COTATION      PIC X(08).
1003AX     05  WS-CONTROLE-COTATION    PIC X(01) VALUE "L".
1003AY 77  WS-FONCTION-NUMERO          PIC X(01).
1003AZ 77  WS-NO-BORDEREAU             PIC 9(07) VALUE ZEROES.
1003BA 77  WS-CODE-NUMERO              PIC X(02).
1003BB 77  WS-FONCTION-PREPARATION     PIC X(01).
1003BC 77  WS-MENTION-BORDEREAU        PIC X(09) VALUE SPACES.
1003BD 77  WS-CODE-PREPARATION         PIC X(02).
1003BE 77  WS-NB-BORDEREAUX            PIC 9(07) COMP.
1003BF 77  WS-NB-SANS-NUMERO           PIC 9(07) COMP.
001004
001005 01  WS-TABLE-AGENCES.
001006     05  WS-NB-AGENCES           PIC 9(03) COMP.
001048     IF WS-TRX-FIN
001049         PERFORM 3000-TRAITER-RECYCLAGE
001050             THRU 3000-TRAITER-RECYCLAGE-EXIT
01050A         PERFORM 8400-DEDUIRE-ANNULATIONS
01050B             THRU 8400-DEDUIRE-ANNULATIONS-EXIT
001051         PERFORM 8500-EDITER-DECLARATIONS
001052             THRU 8500-EDITER-DECLARATIONS-EXIT
001053         PERFORM 7100-SOLDER-CHECKPOINT
001190     MOVE ZEROES TO WS-NB-REJETEES
001200     MOVE ZEROES TO WS-NB-DEPUIS-CKPT
001202     MOVE ZEROES TO WS-NB-DECLARATIONS
001203     MOVE ZEROES TO WS-NB-CORRECTIONS
001204     MOVE ZEROES TO WS-NB-CLIENTS
001205     MOVE ZEROES TO WS-NB-AGENCES
001206     MOVE ZEROES TO WS-NB-RECYCLEES
001207     MOVE ZEROES TO WS-NB-RECYCLE-ECHECS
001208     MOVE ZEROES TO WS-NB-EN-ATTENTE
01208A     MOVE ZEROES TO WS-NB-ANNULATIONS
01208B     MOVE ZEROES TO WS-NB-HORS-ALLOCATION
01208C     MOVE ZEROES TO WS-NB-SUR-COTATION
01208D     MOVE ZEROES TO WS-NB-BORDEREAUX
01208E     MOVE ZEROES TO WS-NB-SANS-NUMERO
01208F     MOVE "L" TO WS-FONCTION-DATE
001209     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
01209A                                   WS-DATE-SYSTEME
01209B                                   WS-CODE-DATE
01209C     IF WS-CODE-DATE NOT = "00"
01209D         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
01209E                 "DATE SYSTEME RETENUE"
01209F     END-IF
001210     SET WS-PAS-FIN-FICHIER TO TRUE
001220     PERFORM 1010-LIRE-CHECKPOINT THRU 1010-LIRE-CHECKPOINT-EXIT
001225     PERFORM 1020-LIRE-SEUIL THRU 1020-LIRE-SEUIL-EXIT
001260     IF WS-CKP-LAST-SEQ > ZEROES
001270         OPEN EXTEND RPT-FILE
001272         OPEN EXTEND DECL-FILE
001279         OPEN EXTEND BORDLOT-FILE
001280     ELSE
001290         OPEN OUTPUT RPT-FILE
001292         OPEN OUTPUT DECL-FILE
001299         OPEN OUTPUT BORDLOT-FILE
001300     END-IF
001310     IF NOT WS-TRX-OK
001320         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES TRANSACTIONS"
001410     END-IF
001411     IF NOT WS-DECL-OK
001412         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DE DECLARATION"
01412A         MOVE 12 TO RETURN-CODE
01412B         SET WS-FIN-FICHIER TO TRUE
01412C     END-IF
01412D     IF NOT WS-BORDLOT-OK
01412E         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES BORDEREAUX"
001413         MOVE 12 TO RETURN-CODE
001414         SET WS-FIN-FICHIER TO TRUE
001415     END-IF
001980*----------------------------------------------------------------*
001990*  2000-TRAITER-TRANSACTION - CONVERTIT LA TRANSACTION COURANTE  *
002000*  ET ECRIT LE RESULTAT SUR LE FICHIER DE RAPPORT.               *
002002*  UN ACHAT DE DEVISES PAR UN CLIENT RESIDENT EST CONTROLE       *
002004*  CONTRE SON ALLOCATION ANNUELLE AVANT LA POSITION DE CHANGE,   *
002006*  PUIS IMPUTE SUR L'ALLOCATION S'IL ABOUTIT.                    *
002010*----------------------------------------------------------------*
002020 2000-TRAITER-TRANSACTION.
002025     PERFORM 2050-PREPARER-SENS THRU 2050-PREPARER-SENS-EXIT
002030     CALL "DEV-TAUX-CALCUL" USING TRX-MONTANT
002040                                   WS-SENS
002050                                   WS-DEVISE-SOURCE
002060                                   WS-DEVISE-CIBLE
002070                                   WS-MONTANT-CONVERTI
002080                                   WS-TAUX-APPLIQUE
002095                                   TRX-DATE-OPERATION
002096                                   WS-MONTANT-BRUT
002097                                   WS-FRAIS
02097A                                   WS-COTATION-APPEL
02097B     PERFORM 2060-VALORISER-OPERATION
02097C         THRU 2060-VALORISER-OPERATION-EXIT
002098
02098A     IF WS-CODE-RETOUR = "00"
02098B         PERFORM 2700-CONTROLER-ALLOCATION
02098C             THRU 2700-CONTROLER-ALLOCATION-EXIT
02098D     END-IF
002099     IF WS-CODE-RETOUR = "00"
002100         MOVE "N" TO WS-VISA-POSITION
002101         PERFORM 2600-CONTROLER-POSITION
002102             THRU 2600-CONTROLER-POSITION-EXIT
02102A     END-IF
02102B     IF WS-CODE-RETOUR = "00"
02102C         PERFORM 2750-IMPUTER-ALLOCATION
02102D             THRU 2750-IMPUTER-ALLOCATION-EXIT
02102E         PERFORM 2760-SOLDER-COTATION
02102F             THRU 2760-SOLDER-COTATION-EXIT
02102G         PERFORM 2800-NUMEROTER-BORDEREAU
02102H             THRU 2800-NUMEROTER-BORDEREAU-EXIT
002103     END-IF
002104
002110     MOVE TRX-SEQ-NO TO RPT-SEQ-NO
002152     MOVE WS-MONTANT-BRUT TO RPT-MONTANT-BRUT
002154     MOVE WS-FRAIS TO RPT-FRAIS
002156     MOVE TRX-AGENCE TO RPT-AGENCE
002158     MOVE WS-SENS TO RPT-SENS
002160     WRITE RPT-RECORD
002170
002180     IF WS-CODE-RETOUR = "00"
002350     EXIT.
002360
002370*----------------------------------------------------------------*
02370A*  2050-PREPARER-SENS - SENS DE LA CONVERSION SELON LA           *
02370B*  TRANSACTION : UNE VENTE DE DEVISES ("T") CONVERTIT LE MONTANT *
02370C*  EN TND VERS LA DEVISE DE LA TRANSACTION ; SINON (ACHAT DE     *
02370D*  DEVISES, OU ANCIEN FORMAT) LA DEVISE EST CONVERTIE EN TND.    *
002371*  LA COTATION EVENTUELLE EST PRESENTEE AVEC LE CLIENT DE LA     *
02371A*  TRANSACTION (ZERO = COURS DU TABLEAU).                        *
02371B*----------------------------------------------------------------*
02371C 2050-PREPARER-SENS.
02371D     SET WS-ALLOCATION-NON-IMPUTEE TO TRUE
002372     MOVE ZEROES TO WS-NO-BORDEREAU
02372A     IF TRX-NO-COTATION IS NUMERIC
02372B         MOVE TRX-NO-COTATION TO WS-NO-COTATION
02372C     ELSE
02372D         MOVE ZEROES TO WS-NO-COTATION
002373     END-IF
02373A     MOVE TRX-CLIENT-ID TO WS-CLIENT-COTATION
02373B     IF TRX-VENTE-DEVISE
02373C         MOVE "T" TO WS-SENS
02373D         MOVE "TND" TO WS-DEVISE-SOURCE
002374         MOVE TRX-DEVISE TO WS-DEVISE-CIBLE
02374A     ELSE
02374B         MOVE "D" TO WS-SENS
02374C         MOVE TRX-DEVISE TO WS-DEVISE-SOURCE
02374D         MOVE "TND" TO WS-DEVISE-CIBLE
002375     END-IF.
02375A 2050-PREPARER-SENS-EXIT.
02375B     EXIT.
02375C
02375D*----------------------------------------------------------------*
002376*  2060-VALORISER-OPERATION - MONTANT EN DEVISE ET CONTRE-VALEUR *
02376A*  TND DE L'OPERATION, QUEL QUE SOIT LE SENS, POUR LES CUMULS    *
02376B*  PAR CLIENT ET PAR AGENCE ET LES DECLARATIONS.                 *
02376C*----------------------------------------------------------------*
002377 2060-VALORISER-OPERATION.
02377A     IF TRX-VENTE-DEVISE
02377B         MOVE TRX-MONTANT TO WS-MONTANT-TND-OP
02377C         MOVE WS-MONTANT-CONVERTI TO WS-MONTANT-DEV-OP
002378     ELSE
02378A         MOVE WS-MONTANT-CONVERTI TO WS-MONTANT-TND-OP
02378B         MOVE TRX-MONTANT TO WS-MONTANT-DEV-OP
02378C     END-IF.
002379 2060-VALORISER-OPERATION-EXIT.
02379A     EXIT.
02379B
02379C*----------------------------------------------------------------*
002380*  2100-ENREGISTRER-AUDIT - TRACE LA TRANSACTION DANS LE         *
002386*  JOURNAL D'AUDIT PARTAGE AVEC LE PROGRAMME INTERACTIF. LE      *
002392*  BORDEREAU D'UNE CONVERSION ABOUTIE EST EDITE A PARTIR DE LA   *
002398*  LIGNE D'AUDIT.                                                *
002400*----------------------------------------------------------------*
002410 2100-ENREGISTRER-AUDIT.
002430     ACCEPT WS-HEURE-SYSTEME FROM TIME
002440     MOVE WS-DATE-SYSTEME TO AUD-DATE
002450     MOVE WS-HEURE-SYSTEME TO AUD-HEURE
002460     MOVE "BATCH"             TO AUD-OPERATEUR-ID
002470     MOVE WS-SENS             TO AUD-SENS
002480     MOVE WS-DEVISE-SOURCE    TO AUD-DEVISE-SOURCE
002490     MOVE WS-DEVISE-CIBLE     TO AUD-DEVISE-CIBLE
002500     MOVE TRX-MONTANT         TO AUD-MONTANT
002510     MOVE WS-MONTANT-CONVERTI TO AUD-MONTANT-CONVERTI
002529     MOVE TRX-RESIDENT        TO AUD-RESIDENT
002530     MOVE TRX-SEQ-NO          TO AUD-SEQ-NO
002531     MOVE TRX-AGENCE          TO AUD-AGENCE
02531A     MOVE WS-TAUX-APPLIQUE    TO AUD-TAUX-APPLIQUE
02531B     MOVE SPACES              TO AUD-TYPE-OPERATION
02531C     MOVE ZEROES              TO AUD-REF-DATE
02531D     MOVE ZEROES              TO AUD-REF-HEURE
02531E     MOVE SPACES              TO AUD-REF-OPERATEUR-ID
02531F     MOVE ZEROES              TO AUD-REF-SEQ-NO
02531G     MOVE SPACES              TO AUD-APPROBATEUR-ID
02531H     IF WS-ALLOCATION-IMPUTEE
02531I         MOVE WS-TYPE-ALLOCATION  TO AUD-TYPE-ALLOCATION
02531J     ELSE
02531K         MOVE SPACES              TO AUD-TYPE-ALLOCATION
02531L     END-IF
02531M     MOVE WS-NO-COTATION      TO AUD-NO-COTATION
02531N     MOVE WS-NO-BORDEREAU     TO AUD-NO-BORDEREAU
02531O     IF WS-CODE-RETOUR = "00"
02531P         PERFORM 2150-EDITER-BORDEREAU
02531Q             THRU 2150-EDITER-BORDEREAU-EXIT
02531R     END-IF
002532     WRITE AUD-RECORD
002540     IF NOT WS-AUDIT-OK
002550         DISPLAY "ERREUR ECRITURE JOURNAL AUDIT - CODE "
002560                 WS-AUDIT-STATUS
002570     END-IF.
002580 2100-ENREGISTRER-AUDIT-EXIT.
02580A     EXIT.
02580B
002581*----------------------------------------------------------------*
02581A*  2150-EDITER-BORDEREAU - PREPARATION DU BORDEREAU A PARTIR DE  *
02581B*  LA LIGNE D'AUDIT (ROUTINE COMMUNE PREPARATION-BORDEREAU) ET   *
002582*  ECRITURE SUR LE FICHIER DES BORDEREAUX DU LOT.                *
02582A*----------------------------------------------------------------*
02582B 2150-EDITER-BORDEREAU.
002583     MOVE "P" TO WS-FONCTION-PREPARATION
02583A     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
02583B                                         AUD-RECORD
002584                                         WS-MENTION-BORDEREAU
02584A                                         WS-DATE-SYSTEME
002585                                         BRD-RECORD
02585A                                         WS-CODE-PREPARATION
002586     WRITE BRD-RECORD
02586A     IF WS-BORDLOT-OK
002587         ADD 1 TO WS-NB-BORDEREAUX
02587A     ELSE
002588         DISPLAY "ERREUR ECRITURE BORDEREAU - CODE "
02588A                 WS-BORDLOT-STATUS
002589     END-IF.
02589A 2150-EDITER-BORDEREAU-EXIT.
002590     EXIT.
002591
002592*----------------------------------------------------------------*
002598*----------------------------------------------------------------*
002599 2200-CUMULER-CLIENT.
002600     SET WS-OP-NON-DECLAREE TO TRUE
002601     IF WS-MONTANT-TND-OP >= WS-SEUIL-DECLARATION
002602         PERFORM 2300-DECLARER-OPERATION
002603             THRU 2300-DECLARER-OPERATION-EXIT
002604         SET WS-OP-DECLAREE TO TRUE
002631         END-IF
002632     END-IF
002633     ADD 1 TO CLI-NB-OPS (WS-IDX-CLI-TROUVE)
002634     ADD WS-MONTANT-DEV-OP
002635         TO CLI-MONTANT-DEVISE (WS-IDX-CLI-TROUVE)
002636     ADD WS-MONTANT-TND-OP
002637         TO CLI-MONTANT-TND (WS-IDX-CLI-TROUVE)
002638     IF WS-OP-DECLAREE
002639         MOVE "O" TO CLI-SW-DECLARE (WS-IDX-CLI-TROUVE)
002720     MOVE TRX-RESIDENT TO DCL-RESIDENT
002725     MOVE TRX-DEVISE TO DCL-DEVISE
002730     MOVE 1 TO DCL-NB-OPERATIONS
002735     MOVE WS-MONTANT-DEV-OP TO DCL-MONTANT-DEVISE
002740     MOVE WS-MONTANT-TND-OP TO DCL-MONTANT-TND
002745     MOVE "U" TO DCL-MOTIF
002747     MOVE TRX-AGENCE TO DCL-AGENCE
002748     PERFORM 2350-GARNIR-IDENTITE
002862     END-IF
002863     MOVE SPACES TO RCY-JUSTIFICATION
002864     MOVE TRX-AGENCE TO RCY-AGENCE
02864A     MOVE TRX-SENS TO RCY-SENS
02864B     MOVE WS-NO-COTATION TO RCY-NO-COTATION
002865     MOVE SPACES TO RCY-VISA
002866     WRITE RCY-RECORD
002869         INVALID KEY
002922     END-IF
002923     IF WS-CODE-RETOUR = "00"
002924         ADD 1 TO AGC-NB-CONVERTIES (WS-IDX-AGC-TROUVE)
002925         ADD WS-MONTANT-TND-OP
002926             TO AGC-MONTANT-TND (WS-IDX-AGC-TROUVE)
002927     ELSE
002928         ADD 1 TO AGC-NB-REJETEES (WS-IDX-AGC-TROUVE)
002943     EXIT.
002944
002945*----------------------------------------------------------------*
02945A*  2600-CONTROLER-POSITION - CUMULE L'ACHAT DE DEVISE (OU LA     *
002946*  VENTE DE DEVISE, SENS "T") DANS LA POSITION DE CHANGE         *
002947*  INTRA-JOURNEE (ROUTINE COMMUNE                                *
002948*  CONTROLE-POSITION). SI LA LIMITE D'EXPOSITION DE LA DEVISE    *
002949*  SERAIT DEPASSEE ET QUE L'ITEM NE PORTE PAS DE VISA            *
002950*  TRESORERIE, LE CODE RETOUR PASSE A "16" : LA CONVERSION EST   *
002955     IF TRX-DEVISE = "TND"
002956         GO TO 2600-CONTROLER-POSITION-EXIT
002957     END-IF
02957A     IF TRX-VENTE-DEVISE
02957B         MOVE "V" TO WS-FONCTION-POSITION
002958         MOVE WS-MONTANT-BRUT TO WS-MONTANT-DEV-POSITION
02958A         MOVE TRX-MONTANT TO WS-MONTANT-TND-POSITION
02958B     ELSE
002959         MOVE "A" TO WS-FONCTION-POSITION
02959A         MOVE TRX-MONTANT TO WS-MONTANT-DEV-POSITION
002960         MOVE WS-MONTANT-BRUT TO WS-MONTANT-TND-POSITION
02960A     END-IF
002961     CALL "CONTROLE-POSITION" USING WS-FONCTION-POSITION
002962                                     TRX-DEVISE
002963                                     WS-MONTANT-DEV-POSITION
002971 2600-CONTROLER-POSITION-EXIT.
002972     EXIT.
002973
2973AA*----------------------------------------------------------------*
2973AB*  2700-CONTROLER-ALLOCATION - UN ACHAT DE DEVISES ("T") PAR UN  *
2973AC*  CLIENT RESIDENT DOIT TENIR DANS LE SOLDE DE SON ALLOCATION    *
2973AD*  ANNUELLE (ROUTINE COMMUNE CONTROLE-ALLOCATION). LE FICHIER    *
2973AE*  DU JOUR NE PORTANT PAS DE TYPE D'ALLOCATION, C'EST            *
2973AF*  L'ALLOCATION TOURISTIQUE QUI EST CONTROLEE. EN L'ABSENCE      *
2973AG*  D'ALLOCATION OU EN CAS DE SOLDE INSUFFISANT, LE CODE RETOUR   *
2973AH*  PASSE A "20" : LA TRANSACTION EST REFUSEE ET MISE AU          *
2973AI*  RECYCLAGE, LA POSITION N'EST PAS TOUCHEE.                     *
2973AJ*----------------------------------------------------------------*
2973AK 2700-CONTROLER-ALLOCATION.
2973AL     IF NOT TRX-VENTE-DEVISE
2973AM        OR NOT TRX-CLIENT-RESIDENT
2973AN        OR TRX-CLIENT-ID = SPACES
2973AO         GO TO 2700-CONTROLER-ALLOCATION-EXIT
2973AP     END-IF
2973AQ     MOVE "V" TO WS-FONCTION-ALLOCATION
2973AR     PERFORM 2710-APPELER-ALLOCATION
2973AS         THRU 2710-APPELER-ALLOCATION-EXIT
2973AT     IF WS-CODE-ALLOCATION NOT = "00"
2973AU         MOVE "20" TO WS-CODE-RETOUR
2973AV         ADD 1 TO WS-NB-HORS-ALLOCATION
2973AW     END-IF.
2973AX 2700-CONTROLER-ALLOCATION-EXIT.
2973AY     EXIT.
2973AZ
2973BA*----------------------------------------------------------------*
2973BB*  2710-APPELER-ALLOCATION - APPEL DE LA ROUTINE COMMUNE POUR LA *
2973BC*  CONTRE-VALEUR TND DE L'OPERATION, A LA DATE D'OPERATION (DATE *
2973BD*  DU JOUR SI ELLE EST A ZERO).                                  *
2973BE*----------------------------------------------------------------*
2973BF 2710-APPELER-ALLOCATION.
2973BG     IF TRX-DATE-OPERATION > ZEROES
2973BH         MOVE TRX-DATE-OPERATION TO WS-DATE-ALLOCATION
2973BI     ELSE
2973BJ         MOVE WS-DATE-SYSTEME TO WS-DATE-ALLOCATION
2973BK     END-IF
2973BL     MOVE WS-MONTANT-TND-OP TO WS-MONTANT-ALLOCATION
2973BM     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
2973BN                                       TRX-CLIENT-ID
2973BO                                       WS-TYPE-ALLOCATION
2973BP                                       WS-DATE-ALLOCATION
2973BQ                                       WS-MONTANT-ALLOCATION
2973BR                                       WS-SOLDE-ALLOCATION
2973BS                                       WS-CODE-ALLOCATION.
2973BT 2710-APPELER-ALLOCATION-EXIT.
2973BU     EXIT.
2973BV
2973BW*----------------------------------------------------------------*
2973BX*  2750-IMPUTER-ALLOCATION - L'ACHAT DE DEVISES ABOUTI EST       *
2973BY*  IMPUTE SUR L'ALLOCATION ANNUELLE DU CLIENT RESIDENT.          *
2973BZ*----------------------------------------------------------------*
2973CA 2750-IMPUTER-ALLOCATION.
2973CB     IF NOT TRX-VENTE-DEVISE
2973CC        OR NOT TRX-CLIENT-RESIDENT
2973CD        OR TRX-CLIENT-ID = SPACES
2973CE         GO TO 2750-IMPUTER-ALLOCATION-EXIT
2973CF     END-IF
2973CG     MOVE "C" TO WS-FONCTION-ALLOCATION
2973CH     PERFORM 2710-APPELER-ALLOCATION
2973CI         THRU 2710-APPELER-ALLOCATION-EXIT
2973CJ     IF WS-CODE-ALLOCATION = "00"
2973CK         SET WS-ALLOCATION-IMPUTEE TO TRUE
2973CL     ELSE
2973CM         DISPLAY "ALLOCATION NON IMPUTEE POUR LA TRANSACTION "
2973CN                 TRX-SEQ-NO " - CODE " WS-CODE-ALLOCATION
2973CO     END-IF.
2973CP 2750-IMPUTER-ALLOCATION-EXIT.
2973CQ     EXIT.
2973CR
2973CS*----------------------------------------------------------------*
2973CT*  2760-SOLDER-COTATION - L'OPERATION SUR COTATION ABOUTIE SOLDE *
2973CU*  LA COTATION, QUI NE PEUT PLUS SERVIR.                         *
2973CV*----------------------------------------------------------------*
2973CW 2760-SOLDER-COTATION.
2973CX     IF WS-NO-COTATION = ZEROES
2973CY         GO TO 2760-SOLDER-COTATION-EXIT
2973CZ     END-IF
2973DA     CALL "DEV-TAUX-CALCUL" USING TRX-MONTANT
2973DB                                   WS-SENS-SOLDE
2973DC                                   WS-DEVISE-SOURCE
2973DD                                   WS-DEVISE-CIBLE
2973DE                                   WS-MONTANT-CONVERTI
2973DF                                   WS-TAUX-APPLIQUE
2973DG                                   WS-CODE-SOLDE
2973DH                                   TRX-DATE-OPERATION
2973DI                                   WS-MONTANT-BRUT
2973DJ                                   WS-FRAIS
2973DK                                   WS-COTATION-APPEL
2973DL     IF WS-CODE-SOLDE = "00"
2973DM         ADD 1 TO WS-NB-SUR-COTATION
2973DN     ELSE
2973DO         DISPLAY "COTATION " WS-NO-COTATION " NON SOLDEE POUR "
2973DP                 "LA TRANSACTION " TRX-SEQ-NO " - CODE "
2973DQ                 WS-CODE-SOLDE
2973DR     END-IF.
2973DS 2760-SOLDER-COTATION-EXIT.
2973DT     EXIT.
2973DU
2973DV*----------------------------------------------------------------*
2973DW*  2800-NUMEROTER-BORDEREAU - LA CONVERSION ABOUTIE PREND LE     *
2973DX*  NUMERO DE BORDEREAU SUIVANT DE SON AGENCE POUR L'ANNEE DE LA  *
2973DY*  DATE DE TRAITEMENT (ROUTINE COMMUNE NUMERO-BORDEREAU).        *
2973DZ*  COMPTEUR INDISPONIBLE = BORDEREAU SANS NUMERO (ZERO), COMPTE  *
2973EA*  EN FIN DE LOT.                                                *
2973EB*----------------------------------------------------------------*
2973EC 2800-NUMEROTER-BORDEREAU.
2973ED     MOVE "N" TO WS-FONCTION-NUMERO
2973EE     CALL "NUMERO-BORDEREAU" USING WS-FONCTION-NUMERO
2973EF                                    TRX-AGENCE
2973EG                                    WS-DATE-SYSTEME
2973EH                                    WS-NO-BORDEREAU
2973EI                                    WS-CODE-NUMERO
2973EJ     IF WS-CODE-NUMERO NOT = "00"
2973EK         ADD 1 TO WS-NB-SANS-NUMERO
2973EL     END-IF.
2973EM 2800-NUMEROTER-BORDEREAU-EXIT.
2973EN     EXIT.
002974
002975*----------------------------------------------------------------*
002976*  3000-TRAITER-RECYCLAGE - APRES LE FICHIER DU JOUR, REPREND    *
003025     MOVE RCY-CLIENT-ID TO TRX-CLIENT-ID
003028     MOVE RCY-RESIDENT TO TRX-RESIDENT
003029     MOVE RCY-AGENCE TO TRX-AGENCE
03029A     MOVE RCY-SENS TO TRX-SENS
003030     MOVE RCY-NO-COTATION TO TRX-NO-COTATION
003031
003033     PERFORM 2050-PREPARER-SENS THRU 2050-PREPARER-SENS-EXIT
003034     CALL "DEV-TAUX-CALCUL" USING TRX-MONTANT
003037                                   WS-SENS
003042                                   WS-DEVISE-SOURCE
003043                                   WS-DEVISE-CIBLE
003046                                   WS-MONTANT-CONVERTI
003049                                   WS-TAUX-APPLIQUE
003055                                   TRX-DATE-OPERATION
003058                                   WS-MONTANT-BRUT
003061                                   WS-FRAIS
03061A                                   WS-COTATION-APPEL
03061B     PERFORM 2060-VALORISER-OPERATION
03061C         THRU 2060-VALORISER-OPERATION-EXIT
003062
03062A     IF WS-CODE-RETOUR = "00"
03062B         PERFORM 2700-CONTROLER-ALLOCATION
03062C             THRU 2700-CONTROLER-ALLOCATION-EXIT
03062D     END-IF
003063     IF WS-CODE-RETOUR = "00"
003064         IF RCY-VISA-ACCORDE
003065             MOVE "O" TO WS-VISA-POSITION
003068         END-IF
003069         PERFORM 2600-CONTROLER-POSITION
003070             THRU 2600-CONTROLER-POSITION-EXIT
03070A     END-IF
03070B     IF WS-CODE-RETOUR = "00"
03070C         PERFORM 2750-IMPUTER-ALLOCATION
03070D             THRU 2750-IMPUTER-ALLOCATION-EXIT
03070E         PERFORM 2760-SOLDER-COTATION
03070F             THRU 2760-SOLDER-COTATION-EXIT
03070G         PERFORM 2800-NUMEROTER-BORDEREAU
03070H             THRU 2800-NUMEROTER-BORDEREAU-EXIT
003071     END-IF
003072
003073     MOVE TRX-SEQ-NO TO RPT-SEQ-NO
003082     MOVE WS-MONTANT-BRUT TO RPT-MONTANT-BRUT
003085     MOVE WS-FRAIS TO RPT-FRAIS
003086     MOVE TRX-AGENCE TO RPT-AGENCE
003087     MOVE WS-SENS TO RPT-SENS
003088     WRITE RPT-RECORD
003089
003090     PERFORM 2500-CUMULER-AGENCE
003322     DISPLAY "RECYCLAGES RETRAITES   : " WS-NB-RECYCLEES
003325     DISPLAY "RECYCLAGES REFUSES     : " WS-NB-RECYCLE-ECHECS
003326     DISPLAY "EN ATTENTE VISA TRESOR : " WS-NB-EN-ATTENTE
03326A     DISPLAY "ANNULATIONS DEDUITES   : " WS-NB-ANNULATIONS
03326B     DISPLAY "DECLARATIONS CORRIGEES : " WS-NB-CORRECTIONS
03326C     DISPLAY "REFUS ALLOCATION       : " WS-NB-HORS-ALLOCATION
03326D     DISPLAY "OPERATIONS SUR COTATION: " WS-NB-SUR-COTATION
03326E     DISPLAY "BORDEREAUX EDITES      : " WS-NB-BORDEREAUX
03326F     DISPLAY "BORDEREAUX SANS NUMERO : " WS-NB-SANS-NUMERO
003327     MOVE 1 TO WS-IDX-AGC-EDIT
003328     PERFORM 8100-EDITER-AGENCE THRU 8100-EDITER-AGENCE-EXIT
003329         UNTIL WS-IDX-AGC-EDIT > WS-NB-AGENCES.
003341             " CTV TND : " AGC-MONTANT-TND (WS-IDX-AGC-EDIT)
003342     ADD 1 TO WS-IDX-AGC-EDIT.
003343 8100-EDITER-AGENCE-EXIT.
3343AA     EXIT.
3343AB
3343AC*----------------------------------------------------------------*
3343AD*  8400-DEDUIRE-ANNULATIONS - AVANT LES DECLARATIONS DE FIN DE   *
3343AE*  LOT, RELIT LE JOURNAL D'AUDIT ET PREND EN COMPTE CHAQUE LIGNE *
3343AF*  D'ANNULATION (ANNULATION-CONVERSION) JOURNALISEE DEPUIS LE LOT*
3343AG*  PRECEDENT, QUELLE QUE SOIT SA DATE : LE REPERE DECLANN DONNE  *
3343AH*  LA DATE DE LA DERNIERE ANNULATION DEJA EXAMINEE ET LE NOMBRE  *
3343AI*  D'ANNULATIONS DE CETTE DATE DEJA EXAMINEES. SEULES LES        *
3343AJ*  CONVERSIONS DU LOT (OPERATEUR "BATCH") SONT DECLAREES : UNE   *
3343AK*  ANNULATION DE CONVERSION DE GUICHET EST SANS EFFET SUR LES    *
3343AL*  DECLARATIONS. UNE OPERATION ANNULEE DU LOT EN COURS QUI N'A   *
3343AM*  PAS ENCORE ETE DECLAREE EST DEDUITE DE SON CUMUL PAR CLIENT ET*
3343AN*  DEVISE ; DANS TOUS LES AUTRES CAS (OPERATION D'UN LOT         *
3343AO*  ANTERIEUR, OPERATION DEJA DECLAREE A L'UNITE, CLIENT ABSENT DE*
3343AP*  LA TABLE), UNE DECLARATION CORRECTIVE (MOTIF "A") EST ECRITE A*
3343AQ*  LA DATE DE LA DECLARATION D'ORIGINE. LE REPERE EST REECRIT EN *
3343AR*  FIN DE BALAYAGE, PUIS LE JOURNAL EST ROUVERT EN EXTENSION POUR*
3343AS*  LA SUITE DU LOT. UN REPERE ABSENT (PREMIER PASSAGE) LIMITE    *
3343AT*  L'EXAMEN AUX ANNULATIONS DE LA JOURNEE.                       *
3343AU*----------------------------------------------------------------*
3343AV 8400-DEDUIRE-ANNULATIONS.
3343AW     IF NOT WS-AUDIT-OK
3343AX         GO TO 8400-DEDUIRE-ANNULATIONS-EXIT
3343AY     END-IF
3343AZ     PERFORM 8405-LIRE-REPERE THRU 8405-LIRE-REPERE-EXIT
3343BA     MOVE WS-REPERE-DATE-PREC TO WS-REPERE-DATE
3343BB     MOVE ZEROES TO WS-REPERE-NB
3343BC     CLOSE AUDIT-FILE
3343BD     OPEN INPUT AUDIT-FILE
3343BE     IF WS-AUDIT-OK
3343BF         SET WS-PAS-FIN-AUDIT TO TRUE
3343BG         PERFORM 8410-LIRE-AUDIT THRU 8410-LIRE-AUDIT-EXIT
3343BH         PERFORM 8420-DEDUIRE-ANNULATION
3343BI             THRU 8420-DEDUIRE-ANNULATION-EXIT
3343BJ             UNTIL WS-FIN-AUDIT
3343BK         CLOSE AUDIT-FILE
3343BL         PERFORM 8450-ECRIRE-REPERE THRU 8450-ECRIRE-REPERE-EXIT
3343BM     END-IF
3343BN     OPEN EXTEND AUDIT-FILE
3343BO     IF NOT WS-AUDIT-OK
3343BP         DISPLAY "IMPOSSIBLE DE ROUVRIR LE JOURNAL AUDIT - CODE "
3343BQ                 WS-AUDIT-STATUS
3343BR     END-IF.
3343BS 8400-DEDUIRE-ANNULATIONS-EXIT.
3343BT     EXIT.
3343BU
3343BV*----------------------------------------------------------------*
3343BW*  8405-LIRE-REPERE - LECTURE DU REPERE DES ANNULATIONS DEJA     *
3343BX*  EXAMINEES. FICHIER ABSENT OU VIDE : SEULES LES ANNULATIONS    *
3343BY*  JOURNALISEES A LA DATE DE TRAITEMENT SERONT EXAMINEES.        *
3343BZ*----------------------------------------------------------------*
3343CA 8405-LIRE-REPERE.
3343CB     MOVE WS-DATE-SYSTEME TO WS-REPERE-DATE-PREC
3343CC     MOVE ZEROES TO WS-REPERE-NB-PREC
3343CD     OPEN INPUT DECLANN-FILE
3343CE     IF NOT WS-DECLANN-OK
3343CF         DISPLAY "REPERE DECLANN ABSENT - ANNULATIONS DU "
3343CG                 WS-DATE-SYSTEME " SEULES EXAMINEES"
3343CH         GO TO 8405-LIRE-REPERE-EXIT
3343CI     END-IF
3343CJ     READ DECLANN-FILE
3343CK         AT END
3343CL             DISPLAY "REPERE DECLANN VIDE - ANNULATIONS DU "
3343CM                     WS-DATE-SYSTEME " SEULES EXAMINEES"
3343CN         NOT AT END
3343CO             MOVE DAN-DATE-ANNULATION TO WS-REPERE-DATE-PREC
3343CP             MOVE DAN-NB-ANNULATIONS TO WS-REPERE-NB-PREC
3343CQ     END-READ
3343CR     CLOSE DECLANN-FILE.
3343CS 8405-LIRE-REPERE-EXIT.
3343CT     EXIT.
3343CU
3343CV*----------------------------------------------------------------*
3343CW*  8410-LIRE-AUDIT - LECTURE SEQUENTIELLE DU JOURNAL D'AUDIT.    *
3343CX*----------------------------------------------------------------*
3343CY 8410-LIRE-AUDIT.
3343CZ     READ AUDIT-FILE
3343DA         AT END
3343DB             SET WS-FIN-AUDIT TO TRUE
3343DC     END-READ.
3343DD 8410-LIRE-AUDIT-EXIT.
3343DE     EXIT.
3343DF
3343DG*----------------------------------------------------------------*
3343DH*  8420-DEDUIRE-ANNULATION - EXAMEN D'UNE LIGNE DU JOURNAL. UNE  *
3343DI*  LIGNE D'ANNULATION ANTERIEURE AU REPERE, OU DE LA DATE DU     *
3343DJ*  REPERE ET DEJA COMPTEE DANS CELUI-CI, A ETE TRAITEE PAR UN LOT*
3343DK*  PRECEDENT. POUR UNE ANNULATION ABOUTIE D'UNE CONVERSION DU    *
3343DL*  LOT, LA DEVISE ET LES MONTANTS SONT PRIS SELON LE SENS DE     *
3343DM*  L'ORIGINAL (POUR UNE VENTE DE DEVISES, LA DEVISE EST LA DEVISE*
3343DN*  CIBLE ET LE MONTANT JOURNALISE EST LA CONTRE-VALEUR TND).     *
3343DO*  L'OPERATION EST DEDUITE DU POSTE CLIENT + DEVISE (SANS        *
3343DP*  DESCENDRE SOUS ZERO) SI ELLE A ETE JOURNALISEE A LA DATE DE   *
3343DQ*  TRAITEMENT SOUS LE PLAFOND ET QUE LE POSTE FIGURE EN TABLE ;  *
3343DR*  SINON ELLE FAIT L'OBJET D'UNE DECLARATION CORRECTIVE.         *
3343DS*----------------------------------------------------------------*
3343DT 8420-DEDUIRE-ANNULATION.
3343DU     IF NOT AUD-ANNULATION
3343DV        OR AUD-DATE < WS-REPERE-DATE
3343DW         GO TO 8420-DEDUIRE-ANNULATION-FIN
3343DX     END-IF
3343DY     IF AUD-DATE > WS-REPERE-DATE
3343DZ         MOVE AUD-DATE TO WS-REPERE-DATE
3343EA         MOVE ZEROES TO WS-REPERE-NB
3343EB     END-IF
3343EC     ADD 1 TO WS-REPERE-NB
3343ED     IF AUD-DATE = WS-REPERE-DATE-PREC
3343EE        AND WS-REPERE-NB NOT > WS-REPERE-NB-PREC
3343EF         GO TO 8420-DEDUIRE-ANNULATION-FIN
3343EG     END-IF
3343EH     IF AUD-CODE-RETOUR NOT = "00"
3343EI        OR AUD-REF-OPERATEUR-ID NOT = "BATCH"
3343EJ        OR AUD-CLIENT-ID = SPACES
3343EK         GO TO 8420-DEDUIRE-ANNULATION-FIN
3343EL     END-IF
3343EM     IF AUD-TND-VERS-DEVISE
3343EN         MOVE AUD-DEVISE-CIBLE TO WS-DEVISE-ANNULEE
3343EO         MOVE AUD-MONTANT-CONVERTI TO WS-MONTANT-DEV-OP
3343EP         MOVE AUD-MONTANT TO WS-MONTANT-TND-OP
3343EQ     ELSE
3343ER         MOVE AUD-DEVISE-SOURCE TO WS-DEVISE-ANNULEE
3343ES         MOVE AUD-MONTANT TO WS-MONTANT-DEV-OP
3343ET         MOVE AUD-MONTANT-CONVERTI TO WS-MONTANT-TND-OP
3343EU     END-IF
3343EV     MOVE ZEROES TO WS-IDX-CLI-TROUVE
3343EW     IF AUD-REF-DATE = WS-DATE-SYSTEME
3343EX        AND WS-MONTANT-TND-OP < WS-SEUIL-DECLARATION
3343EY         MOVE 1 TO WS-IDX-CLI
3343EZ         PERFORM 8430-COMPARER-ANNULATION
3343FA             THRU 8430-COMPARER-ANNULATION-EXIT
3343FB             UNTIL WS-IDX-CLI > WS-NB-CLIENTS
3343FC                OR WS-IDX-CLI-TROUVE > ZEROES
3343FD     END-IF
3343FE     IF WS-IDX-CLI-TROUVE = ZEROES
3343FF         PERFORM 8440-DECLARER-CORRECTION
3343FG             THRU 8440-DECLARER-CORRECTION-EXIT
3343FH         GO TO 8420-DEDUIRE-ANNULATION-FIN
3343FI     END-IF
3343FJ     IF CLI-NB-OPS (WS-IDX-CLI-TROUVE) > ZEROES
3343FK         SUBTRACT 1 FROM CLI-NB-OPS (WS-IDX-CLI-TROUVE)
3343FL     END-IF
3343FM     IF CLI-MONTANT-DEVISE (WS-IDX-CLI-TROUVE)
3343FN            > WS-MONTANT-DEV-OP
3343FO         SUBTRACT WS-MONTANT-DEV-OP
3343FP             FROM CLI-MONTANT-DEVISE (WS-IDX-CLI-TROUVE)
3343FQ     ELSE
3343FR         MOVE ZEROES TO CLI-MONTANT-DEVISE (WS-IDX-CLI-TROUVE)
3343FS     END-IF
3343FT     IF CLI-MONTANT-TND (WS-IDX-CLI-TROUVE)
3343FU            > WS-MONTANT-TND-OP
3343FV         SUBTRACT WS-MONTANT-TND-OP
3343FW             FROM CLI-MONTANT-TND (WS-IDX-CLI-TROUVE)
3343FX     ELSE
3343FY         MOVE ZEROES TO CLI-MONTANT-TND (WS-IDX-CLI-TROUVE)
3343FZ     END-IF
3343GA     ADD 1 TO WS-NB-ANNULATIONS.
3343GB 8420-DEDUIRE-ANNULATION-FIN.
3343GC     PERFORM 8410-LIRE-AUDIT THRU 8410-LIRE-AUDIT-EXIT.
3343GD 8420-DEDUIRE-ANNULATION-EXIT.
3343GE     EXIT.
3343GF
3343GG*----------------------------------------------------------------*
3343GH*  8430-COMPARER-ANNULATION - UN PAS DE LA RECHERCHE EN TABLE.   *
3343GI*----------------------------------------------------------------*
3343GJ 8430-COMPARER-ANNULATION.
3343GK     IF CLI-CLIENT-ID (WS-IDX-CLI) = AUD-CLIENT-ID
3343GL        AND CLI-DEVISE (WS-IDX-CLI) = WS-DEVISE-ANNULEE
3343GM         MOVE WS-IDX-CLI TO WS-IDX-CLI-TROUVE
3343GN     ELSE
3343GO         ADD 1 TO WS-IDX-CLI
3343GP     END-IF.
3343GQ 8430-COMPARER-ANNULATION-EXIT.
3343GR     EXIT.
3343GS
3343GT*----------------------------------------------------------------*
3343GU*  8440-DECLARER-CORRECTION - DECLARATION CORRECTIVE (MOTIF "A") *
3343GV*  D'UNE OPERATION DU LOT ANNULEE : MONTANTS DE L'OPERATION, A LA*
3343GW*  DATE DE SA DECLARATION D'ORIGINE (DATE D'OPERATION, A DEFAUT  *
3343GX*  DATE DE JOURNALISATION, POUR UNE OPERATION ATTEIGNANT LE      *
3343GY*  PLAFOND ; DATE DE JOURNALISATION POUR UNE OPERATION CUMULEE). *
3343GZ*----------------------------------------------------------------*
3343HA 8440-DECLARER-CORRECTION.
3343HB     MOVE AUD-REF-DATE TO WS-DATE-DECLAREE
3343HC     IF WS-MONTANT-TND-OP >= WS-SEUIL-DECLARATION
3343HD        AND AUD-DATE-OPERATION > ZEROES
3343HE         MOVE AUD-DATE-OPERATION TO WS-DATE-DECLAREE
3343HF     END-IF
3343HG     MOVE SPACES TO DCL-RECORD
3343HH     MOVE WS-DATE-DECLAREE TO DCL-DATE
3343HI     MOVE AUD-CLIENT-ID TO DCL-CLIENT-ID
3343HJ     MOVE AUD-RESIDENT TO DCL-RESIDENT
3343HK     MOVE WS-DEVISE-ANNULEE TO DCL-DEVISE
3343HL     MOVE 1 TO DCL-NB-OPERATIONS
3343HM     MOVE WS-MONTANT-DEV-OP TO DCL-MONTANT-DEVISE
3343HN     MOVE WS-MONTANT-TND-OP TO DCL-MONTANT-TND
3343HO     MOVE "A" TO DCL-MOTIF
3343HP     MOVE AUD-AGENCE TO DCL-AGENCE
3343HQ     PERFORM 2350-GARNIR-IDENTITE
3343HR         THRU 2350-GARNIR-IDENTITE-EXIT
3343HS     WRITE DCL-RECORD
3343HT     IF WS-DECL-OK
3343HU         ADD 1 TO WS-NB-CORRECTIONS
3343HV     ELSE
3343HW         DISPLAY "ERREUR ECRITURE DECLARATION - CODE "
3343HX                 WS-DECL-STATUS
3343HY     END-IF.
3343HZ 8440-DECLARER-CORRECTION-EXIT.
3343IA     EXIT.
3343IB
3343IC*----------------------------------------------------------------*
3343ID*  8450-ECRIRE-REPERE - REECRITURE DU REPERE : DATE DE LA        *
3343IE*  DERNIERE ANNULATION EXAMINEE ET NOMBRE D'ANNULATIONS DE CETTE *
3343IF*  DATE. UN REPERE NON ECRIT FAIT REEXAMINER CES ANNULATIONS AU  *
3343IG*  LOT SUIVANT.                                                  *
3343IH*----------------------------------------------------------------*
3343II 8450-ECRIRE-REPERE.
3343IJ     IF WS-REPERE-DATE = WS-REPERE-DATE-PREC
3343IK        AND WS-REPERE-NB < WS-REPERE-NB-PREC
3343IL         MOVE WS-REPERE-NB-PREC TO WS-REPERE-NB
3343IM     END-IF
3343IN     OPEN OUTPUT DECLANN-FILE
3343IO     IF NOT WS-DECLANN-OK
3343IP         DISPLAY "IMPOSSIBLE D'ECRIRE LE REPERE DECLANN - CODE "
3343IQ                 WS-DECLANN-STATUS
3343IR         GO TO 8450-ECRIRE-REPERE-EXIT
3343IS     END-IF
3343IT     MOVE SPACES TO DAN-RECORD
3343IU     MOVE WS-REPERE-DATE TO DAN-DATE-ANNULATION
3343IV     MOVE WS-REPERE-NB TO DAN-NB-ANNULATIONS
3343IW     WRITE DAN-RECORD
3343IX     CLOSE DECLANN-FILE.
3343IY 8450-ECRIRE-REPERE-EXIT.
003344     EXIT.
003345
003346*----------------------------------------------------------------*
003481     IF WS-NB-REJETEES > ZEROES
003483        OR WS-NB-RECYCLE-ECHECS > ZEROES
003484        OR WS-NB-EN-ATTENTE > ZEROES
003486        OR WS-NB-SANS-NUMERO > ZEROES
003487         MOVE 4 TO RETURN-CODE
003490     END-IF
003491     IF WS-CHAINE-ENREGISTREE
003517                                   TRX-DATE-OPERATION
003520                                   WS-MONTANT-BRUT
003523                                   WS-FRAIS
03523A                                   WS-COTATION-APPEL
003524     MOVE "F" TO WS-FONCTION-POSITION
003525     CALL "CONTROLE-POSITION" USING WS-FONCTION-POSITION
003526                                     TRX-DEVISE
003529                                     WS-VISA-POSITION
003530                                     WS-DATE-SYSTEME
003531                                     WS-CODE-POSITION
03531A     MOVE "F" TO WS-FONCTION-ALLOCATION
03531B     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
03531C                                       TRX-CLIENT-ID
03531D                                       WS-TYPE-ALLOCATION
03531E                                       WS-DATE-ALLOCATION
03531F                                       WS-MONTANT-ALLOCATION
03531G                                       WS-SOLDE-ALLOCATION
03531H                                       WS-CODE-ALLOCATION
03531I     MOVE "F" TO WS-FONCTION-NUMERO
03531J     CALL "NUMERO-BORDEREAU" USING WS-FONCTION-NUMERO
03531K                                    TRX-AGENCE
03531L                                    WS-DATE-SYSTEME
03531M                                    WS-NO-BORDEREAU
03531N                                    WS-CODE-NUMERO
03531O     MOVE "F" TO WS-FONCTION-PREPARATION
03531P     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
03531Q                                         AUD-RECORD
03531R                                         WS-MENTION-BORDEREAU
03531S                                         WS-DATE-SYSTEME
03531T                                         BRD-RECORD
03531U                                         WS-CODE-PREPARATION
003532     CLOSE TRX-FILE
003533     CLOSE RPT-FILE
003534     CLOSE AUDIT-FILE
003535     CLOSE DECL-FILE
003537     CLOSE BORDLOT-FILE
003538     IF WS-RECYCLE-DISPONIBLE
003541         CLOSE RECYCLE-FILE
003544     END-IF
