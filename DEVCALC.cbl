000044*      "C" = DEVISE SOURCE -> DEVISE CIBLE (CROISEE, VIA LE TND) *
000046*      "F" = FIN DE TRAITEMENT : FERMETURE DES FICHIERS TENUS    *
000048*            OUVERTS, SANS CONVERSION (VOIR CI-DESSOUS)          *
00048A*      "U" = SOLDE DE LA COTATION NEGOCIEE APRES UNE OPERATION   *
000049*            ABOUTIE, SANS CONVERSION (VOIR CI-DESSOUS)          *
000050*                                                                *
000052*  LES FICHIERS DE TAUX ET DE BAREME SONT OUVERTS AU PREMIER     *
000054*  APPEL ET TENUS OUVERTS JUSQU'A L'APPEL "F" DE L'APPELANT (OU  *
000118*                       OUVERTS ENTRE LES APPELS ; NOUVEAU SENS *
000120*                       "F" POUR LES FERMER EN FIN DE           *
000122*                       TRAITEMENT DE L'APPELANT.               *
00122A*  15/10/2026  SEI      COTATIONS NEGOCIEES PAR LA SALLE DES     *
00122B*                       MARCHES (FICHIER COTATION) : NOUVEAU     *
00122C*                       PARAMETRE DE COTATION (NUMERO, CLIENT,   *
00122D*                       NATURE DU CONTROLE). UNE COTATION        *
00122E*                       ACTIVE, NON ECHUE, DU MEME CLIENT, DU    *
00122F*                       MEME SENS ET DES MEMES DEVISES, POUR UN  *
00122G*                       MONTANT AU PLUS EGAL A SON PLAFOND,      *
00122H*                       REMPLACE LE COURS ET LE BAREME DU        *
00122I*                       TABLEAU ; SINON L'OPERATION EST REFUSEE  *
000123*                       (CODE "24"). NOUVEAU SENS "U" POUR       *
00123A*                       SOLDER LA COTATION APRES L'OPERATION.    *
00123B*  15/10/2026  SEI      DATE DU JOUR PRISE PAR LA ROUTINE        *
00123C*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00123D*                       DATETRT) ET NON PLUS A L'HORLOGE. UNE    *
00123E*                       DATE DE VALEUR TOMBANT UN JOUR FERIE OU  *
00123F*                       UN SAMEDI OU DIMANCHE EST PORTEE AU JOUR *
00123G*                       OUVRE SUIVANT ET RESTITUEE AINSI A       *
00123H*                       L'APPELANT (SAUF EN RECALCUL, QUI GARDE  *
00123I*                       LA DATE JOURNALISEE).                    *
000124*================================================================*
000150
000160 ENVIRONMENT DIVISION.
000264         RECORD KEY IS CMS-CODE
000265         FILE STATUS IS WS-DEVCOMM-STATUS.
000266
00266A     SELECT COTATION-FILE ASSIGN TO "COTATION"
000267         ORGANIZATION IS INDEXED
00267A         ACCESS MODE IS DYNAMIC
000268         RECORD KEY IS COT-NO
00268A         FILE STATUS IS WS-COTATION-STATUS.
000269
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  DEVRATE-FILE.
000317 FD  DEVCOMM-FILE.
000318 COPY DEVCPY08.
000319
00319A FD  COTATION-FILE.
00319B COPY DEVCPY29.
00319C
000320 WORKING-STORAGE SECTION.
000330 01  WS-DEVRATE-STATUS           PIC X(02).
000340     88  WS-DEVRATE-OK               VALUE "00".
000342     88  WS-DEVHIST-OK               VALUE "00".
000343 01  WS-DEVCOMM-STATUS           PIC X(02).
000344     88  WS-DEVCOMM-OK               VALUE "00".
00344A 01  WS-COTATION-STATUS          PIC X(02).
00344B     88  WS-COTATION-OK              VALUE "00".
000345 77  WS-DEVISE-TRAVAIL           PIC X(03).
000346 77  WS-TAUX-TRAVAIL             PIC 9(03)V9(04).
000347 77  WS-MONTANT-TND              PIC 9(07)V9(02).
000370     88  WS-DEVRATE-DISPONIBLE       VALUE "O".
000371     88  WS-DEVRATE-INDISPONIBLE     VALUE "N".
000372 77  WS-DATE-JOUR                PIC 9(08).
00372A 77  WS-HEURE-JOUR               PIC 9(06).
00372B 77  WS-DATE-CONTROLE            PIC 9(08).
00372C 77  WS-FONCTION-DATE            PIC X(01).
00372D 77  WS-CODE-DATE                PIC X(02).
00372E 77  WS-SW-COTATIONS             PIC X(01).
00372F     88  WS-COTATIONS-DISPONIBLES    VALUE "O".
00372G     88  WS-COTATIONS-INDISPO        VALUE "N".
000373
000374 LINKAGE SECTION.
000375 01  WS-MONTANT-W                PIC 9(05)V9(02).
000410 01  WS-CODE-RETOUR-W            PIC X(02).
000420     88  WS-CONVERSION-OK-W          VALUE "00".
000430     88  WS-DEVISE-INCONNUE-W        VALUE "04".
000431     88  WS-COTATION-REFUSEE-W       VALUE "24".
000435 01  WS-DATE-OPERATION-W         PIC 9(08).
000436 01  WS-MONTANT-BRUT-W           PIC 9(07)V9(02).
000437 01  WS-FRAIS-W                  PIC 9(07)V9(02).
00437A 01  WS-COTATION-W.
00437B     05  WS-NO-COTATION-W        PIC 9(08).
000438     05  WS-CLIENT-COTATION-W    PIC X(08).
00438A     05  WS-CONTROLE-COTATION-W  PIC X(01).
00438B         88  WS-CONTROLE-GUICHET-W   VALUE "G".
000439         88  WS-CONTROLE-LOT-W       VALUE "L".
00439A         88  WS-CONTROLE-RECALCUL-W  VALUE "R".
000440
000450 PROCEDURE DIVISION USING WS-MONTANT-W
000455                           WS-SENS-W
000490                           WS-CODE-RETOUR-W
000495                           WS-DATE-OPERATION-W
000496                           WS-MONTANT-BRUT-W
000497                           WS-FRAIS-W
000498                           WS-COTATION-W.
000500
000510 0000-MAINLINE.
000512     IF WS-SENS-W = "F"
000514         PERFORM 9000-TERMINER-TRAITEMENT
000516             THRU 9000-TERMINER-TRAITEMENT-EXIT
000518         MOVE "00" TO WS-CODE-RETOUR-W
00518A         GOBACK
00518B     END-IF
00518C     IF WS-SENS-W = "U"
000519         PERFORM 1100-OUVRIR-FICHIERS
00519A             THRU 1100-OUVRIR-FICHIERS-EXIT
00519B         PERFORM 6000-SOLDER-COTATION
00519C             THRU 6000-SOLDER-COTATION-EXIT
000520         GOBACK
000522     END-IF
000524     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000620     MOVE ZEROES TO WS-TAUX-APPLIQUE-W
000625     MOVE ZEROES TO WS-MONTANT-BRUT-W
000626     MOVE ZEROES TO WS-FRAIS-W
000630     MOVE "00" TO WS-CODE-RETOUR-W
00630A     PERFORM 1100-OUVRIR-FICHIERS THRU 1100-OUVRIR-FICHIERS-EXIT
00630B     IF WS-DEVRATE-INDISPONIBLE
00630C         MOVE "08" TO WS-CODE-RETOUR-W
00630D     END-IF
000631     IF WS-DATE-OPERATION-W > ZEROES
00631A        AND NOT WS-CONTROLE-RECALCUL-W
00631B         MOVE "O" TO WS-FONCTION-DATE
00631C         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
00631D                                       WS-DATE-OPERATION-W
000632                                       WS-CODE-DATE
00632A     END-IF.
00632B 1000-INITIALISER-EXIT.
00632C     EXIT.
00632D
000633*----------------------------------------------------------------*
00633A*  1100-OUVRIR-FICHIERS - OUVERTURE DES FICHIERS AU PREMIER      *
00633B*  APPEL. LE FICHIER DES COTATIONS EST OUVERT EN MISE A JOUR     *
00633C*  (SOLDE DE LA COTATION UTILISEE) ; SON ABSENCE FAIT REFUSER    *
000634*  TOUTE OPERATION SUR COTATION, SANS GENER LES AUTRES. LA DATE  *
00634A*  DU JOUR EST LA DATE DE TRAITEMENT, LUE AU MEME MOMENT.        *
00634B*----------------------------------------------------------------*
00634C 1100-OUVRIR-FICHIERS.
000635     IF WS-FICHIERS-FERMES
000636         MOVE "L" TO WS-FONCTION-DATE
000637         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000638                                       WS-DATE-JOUR
000639                                       WS-CODE-DATE
000640         OPEN INPUT DEVRATE-FILE
000645         IF WS-DEVRATE-OK
000650             SET WS-DEVRATE-DISPONIBLE TO TRUE
000686         ELSE
000687             SET WS-COMMISSIONS-INDISPO TO TRUE
000688         END-IF
00688A         OPEN I-O COTATION-FILE
00688B         IF WS-COTATION-OK
00688C             SET WS-COTATIONS-DISPONIBLES TO TRUE
00688D         ELSE
00688E             SET WS-COTATIONS-INDISPO TO TRUE
00688F         END-IF
000689         SET WS-FICHIERS-OUVERTS TO TRUE
000693     END-IF.
000694 1100-OUVRIR-FICHIERS-EXIT.
000695     EXIT.
000700
000710*----------------------------------------------------------------*
000721*  ACHAT POUR LE SENS "D", COURS VENTE POUR LE SENS "T", LES     *
000722*  DEUX POUR LE SENS "C"), PUIS DEDUIT LES FRAIS DU BAREME DE    *
000723*  LA DEVISE DU MONTANT CONVERTI POUR OBTENIR LE MONTANT NET.    *
000724*  UNE OPERATION SUR COTATION NEGOCIEE NE PASSE PAR AUCUN COURS  *
000725*  NI BAREME DU TABLEAU.                                         *
000730*----------------------------------------------------------------*
000740 2000-TRAITER.
000750     IF NOT WS-CONVERSION-OK-W
000751         GO TO 2000-TRAITER-EXIT
000752     END-IF
000753     IF WS-NO-COTATION-W IS NUMERIC
000754        AND WS-NO-COTATION-W > ZEROES
000755         PERFORM 5000-APPLIQUER-COTATION
000756             THRU 5000-APPLIQUER-COTATION-EXIT
000760         GO TO 2000-TRAITER-EXIT
000770     END-IF
000780
001198     EXIT.
001200
001202*----------------------------------------------------------------*
1202AA*  5000-APPLIQUER-COTATION - OPERATION SUR COTATION NEGOCIEE :   *
1202AB*  LA COTATION DOIT EXISTER ET CORRESPONDRE AU CLIENT, AU SENS,  *
1202AC*  AUX DEVISES ET (DANS LA LIMITE DE SON PLAFOND) AU MONTANT DE  *
1202AD*  L'OPERATION ; HORS RECALCUL DE CONTROLE, ELLE DOIT ENCORE     *
1202AE*  ETRE ACTIVE ET NON ECHUE. LE TAUX COTE DONNE LE MONTANT BRUT  *
1202AF*  ET LA COMMISSION COTEE REMPLACE CELLE DU BAREME. TOUT ECART   *
1202AG*  REFUSE L'OPERATION (CODE "24").                               *
1202AH*----------------------------------------------------------------*
1202AI 5000-APPLIQUER-COTATION.
1202AJ     IF WS-COTATIONS-INDISPO
1202AK         MOVE "24" TO WS-CODE-RETOUR-W
1202AL         GO TO 5000-APPLIQUER-COTATION-EXIT
1202AM     END-IF
1202AN     MOVE WS-NO-COTATION-W TO COT-NO
1202AO     READ COTATION-FILE
1202AP         KEY IS COT-NO
1202AQ         INVALID KEY
1202AR             MOVE "24" TO WS-CODE-RETOUR-W
1202AS             GO TO 5000-APPLIQUER-COTATION-EXIT
1202AT     END-READ
1202AU     IF COT-CLIENT-ID NOT = WS-CLIENT-COTATION-W
1202AV        OR COT-SENS NOT = WS-SENS-W
1202AW        OR COT-DEVISE-SOURCE NOT = WS-DEVISE-SOURCE-W
1202AX        OR COT-DEVISE-CIBLE NOT = WS-DEVISE-CIBLE-W
1202AY        OR WS-MONTANT-W > COT-MONTANT-PLAFOND
1202AZ        OR COT-TAUX = ZEROES
1202BA         MOVE "24" TO WS-CODE-RETOUR-W
1202BB         GO TO 5000-APPLIQUER-COTATION-EXIT
1202BC     END-IF
1202BD     IF NOT WS-CONTROLE-RECALCUL-W
1202BE         IF NOT COT-ACTIVE
1202BF             MOVE "24" TO WS-CODE-RETOUR-W
1202BG             GO TO 5000-APPLIQUER-COTATION-EXIT
1202BH         END-IF
1202BI         PERFORM 5100-CONTROLER-ECHEANCE
1202BJ             THRU 5100-CONTROLER-ECHEANCE-EXIT
1202BK         IF NOT WS-CONVERSION-OK-W
1202BL             GO TO 5000-APPLIQUER-COTATION-EXIT
1202BM         END-IF
1202BN     END-IF
1202BO
1202BP     IF COT-VENTE-DEVISE
1202BQ         COMPUTE WS-MONTANT-BRUT-W ROUNDED =
1202BR                 WS-MONTANT-W / COT-TAUX
1202BS     ELSE
1202BT         COMPUTE WS-MONTANT-BRUT-W ROUNDED =
1202BU                 WS-MONTANT-W * COT-TAUX
1202BV     END-IF
1202BW     MOVE COT-TAUX TO WS-TAUX-APPLIQUE-W
1202BX     EVALUATE TRUE
1202BY         WHEN COT-FRAIS-FIXES
1202BZ             MOVE COT-MONTANT-FIXE TO WS-FRAIS-W
1202CA         WHEN COT-FRAIS-EN-POURCENT
1202CB             COMPUTE WS-FRAIS-W ROUNDED =
1202CC                     WS-MONTANT-BRUT-W * COT-POURCENTAGE / 100
1202CD         WHEN OTHER
1202CE             MOVE ZEROES TO WS-FRAIS-W
1202CF     END-EVALUATE
1202CG     IF WS-FRAIS-W > WS-MONTANT-BRUT-W
1202CH         MOVE WS-MONTANT-BRUT-W TO WS-FRAIS-W
1202CI     END-IF
1202CJ     COMPUTE WS-MONTANT-CONVERTI-W =
1202CK             WS-MONTANT-BRUT-W - WS-FRAIS-W.
1202CL 5000-APPLIQUER-COTATION-EXIT.
1202CM     EXIT.
1202CN
1202CO*----------------------------------------------------------------*
1202CP*  5100-CONTROLER-ECHEANCE - AU GUICHET, LA COTATION EST ECHUE   *
001203*  DES QUE LA DATE ET L'HEURE DU JOUR DEPASSENT SON ECHEANCE.    *
1203AA*  POUR LE LOT ("L"), L'HEURE DE L'OPERATION EN AGENCE N'EST     *
1203AB*  PAS CONNUE : LA DATE D'OPERATION (A DEFAUT LA DATE DU JOUR)   *
1203AC*  DOIT ETRE COMPRISE ENTRE LA DATE DE SAISIE DE LA COTATION ET  *
1203AD*  SA DATE D'ECHEANCE.                                           *
1203AE*----------------------------------------------------------------*
1203AF 5100-CONTROLER-ECHEANCE.
1203AG     IF WS-CONTROLE-LOT-W
1203AH         IF WS-DATE-OPERATION-W > ZEROES
1203AI             MOVE WS-DATE-OPERATION-W TO WS-DATE-CONTROLE
1203AJ         ELSE
1203AK             MOVE WS-DATE-JOUR TO WS-DATE-CONTROLE
1203AL         END-IF
1203AM         IF WS-DATE-CONTROLE < COT-DATE-CREATION
1203AN            OR WS-DATE-CONTROLE > COT-DATE-EXPIRATION
1203AO             MOVE "24" TO WS-CODE-RETOUR-W
1203AP         END-IF
1203AQ         GO TO 5100-CONTROLER-ECHEANCE-EXIT
1203AR     END-IF
1203AS     ACCEPT WS-HEURE-JOUR FROM TIME
1203AT     IF WS-DATE-JOUR > COT-DATE-EXPIRATION
1203AU         MOVE "24" TO WS-CODE-RETOUR-W
1203AV     END-IF
1203AW     IF WS-DATE-JOUR = COT-DATE-EXPIRATION
1203AX        AND WS-HEURE-JOUR > COT-HEURE-EXPIRATION
1203AY         MOVE "24" TO WS-CODE-RETOUR-W
1203AZ     END-IF.
1203BA 5100-CONTROLER-ECHEANCE-EXIT.
1203BB     EXIT.
1203BC
1203BD*----------------------------------------------------------------*
1203BE*  6000-SOLDER-COTATION - APPEL "U" DE L'APPELANT, UNE FOIS      *
1203BF*  L'OPERATION SUR COTATION ABOUTIE : LA COTATION PASSE AU       *
1203BG*  STATUT UTILISEE ET NE PEUT PLUS SERVIR. UNE COTATION QUI      *
1203BH*  N'EST PLUS ACTIVE (UTILISEE ENTRE-TEMPS) DONNE LE CODE "24".  *
1203BI*  LES ZONES DE CONVERSION DE L'APPELANT NE SONT PAS TOUCHEES.   *
1203BJ*----------------------------------------------------------------*
1203BK 6000-SOLDER-COTATION.
1203BL     MOVE "00" TO WS-CODE-RETOUR-W
1203BM     IF WS-COTATIONS-INDISPO
1203BN        OR WS-NO-COTATION-W IS NOT NUMERIC
1203BO        OR WS-NO-COTATION-W = ZEROES
1203BP         MOVE "24" TO WS-CODE-RETOUR-W
1203BQ         GO TO 6000-SOLDER-COTATION-EXIT
1203BR     END-IF
1203BS     MOVE WS-NO-COTATION-W TO COT-NO
1203BT     READ COTATION-FILE
1203BU         KEY IS COT-NO
1203BV         INVALID KEY
1203BW             MOVE "24" TO WS-CODE-RETOUR-W
1203BX             GO TO 6000-SOLDER-COTATION-EXIT
1203BY     END-READ
1203BZ     IF NOT COT-ACTIVE
1203CA         MOVE "24" TO WS-CODE-RETOUR-W
1203CB         GO TO 6000-SOLDER-COTATION-EXIT
1203CC     END-IF
1203CD     ACCEPT WS-HEURE-JOUR FROM TIME
1203CE     SET COT-UTILISEE TO TRUE
1203CF     MOVE WS-DATE-JOUR TO COT-DATE-CLOTURE
1203CG     MOVE WS-HEURE-JOUR TO COT-HEURE-CLOTURE
1203CH     MOVE SPACES TO COT-OPERATEUR-CLOTURE
1203CI     REWRITE COT-RECORD
1203CJ     IF NOT WS-COTATION-OK
1203CK         MOVE "24" TO WS-CODE-RETOUR-W
1203CL     END-IF.
1203CM 6000-SOLDER-COTATION-EXIT.
1203CN     EXIT.
1203CO
1203CP*----------------------------------------------------------------*
001204*  9000-TERMINER-TRAITEMENT - APPEL "F" DE L'APPELANT : FERME    *
001206*  LES FICHIERS DE TAUX ET DE BAREME TENUS OUVERTS DEPUIS LE     *
001208*  PREMIER APPEL. SANS EFFET S'ILS SONT DEJA FERMES.             *
001232     IF WS-COMMISSIONS-DISPONIBLES
001234         CLOSE DEVCOMM-FILE
001236     END-IF
01236A     IF WS-COTATIONS-DISPONIBLES
01236B         CLOSE COTATION-FILE
01236C     END-IF
001237     MOVE "F" TO WS-FONCTION-DATE
01237A     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
01237B                                   WS-DATE-JOUR
01237C                                   WS-CODE-DATE
001238     SET WS-FICHIERS-FERMES TO TRUE.
001240 9000-TERMINER-TRAITEMENT-EXIT.
001242     EXIT.
