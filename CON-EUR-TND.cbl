000156*                       EST MISE EN ATTENTE DE VISA TRESORERIE   *
000157*                       (CODE RETOUR "16") AU LIEU D'ETRE        *
000158*                       EXECUTEE AU GUICHET.                     *
0158AA*  15/10/2026  SEI      TAUX APPLIQUE TRACE DANS LE JOURNAL      *
0158AB*                       D'AUDIT ; LIGNE TYPEE CONVERSION         *
0158AC*                       NORMALE (SANS REFERENCE D'ORIGINE) POUR  *
0158AD*                       LA DISTINGUER DES ANNULATIONS.           *
0158AE*  15/10/2026  SEI      CAISSE GUICHETIER (ROUTINE COMMUNE       *
0158AF*                       CONTROLE-CAISSE) : OUVERTURE AVEC FONDS  *
0158AG*                       INITIAL PAR DEVISE A L'IDENTIFICATION,   *
0158AH*                       IDENTIFICATION REFUSEE SI UN ECART DE    *
0158AI*                       CAISSE N'EST PAS REGULARISE OU SI LA     *
0158AJ*                       CAISSE N'EST PAS ARRETEE ; BILLETS RECUS *
0158AK*                       ET REMIS CUMULES APRES CHAQUE            *
0158AL*                       CONVERSION ABOUTIE.                      *
0158AM*  15/10/2026  SEI      ALLOCATION ANNUELLE EN DEVISES (ROUTINE  *
0158AN*                       COMMUNE CONTROLE-ALLOCATION) : L'ACHAT   *
0158AO*                       DE DEVISES (SENS "T") D'UN CLIENT        *
0158AP*                       RESIDENT EST REFUSE AU GUICHET (CODE     *
0158AQ*                       RETOUR "20") S'IL DEPASSE LE SOLDE DE    *
0158AR*                       L'ALLOCATION DU TYPE SAISI ; ABOUTI, IL  *
0158AS*                       EST IMPUTE SUR L'ALLOCATION ET LE TYPE   *
0158AT*                       EST TRACE DANS LE JOURNAL D'AUDIT.       *
0158AU*  15/10/2026  SEI      COTATIONS NEGOCIEES : POUR LES SENS "D"  *
0158AV*                       ET "T", SAISIE FACULTATIVE DU NUMERO DE  *
0158AW*                       COTATION DONNE PAR LA SALLE DES MARCHES, *
0158AX*                       CONTROLEE ET APPLIQUEE PAR               *
0158AY*                       DEV-TAUX-CALCUL (CODE RETOUR "24" SI     *
0158AZ*                       REFUSEE) ; LA COTATION EST SOLDEE APRES  *
0158BA*                       L'OPERATION ABOUTIE ET SON NUMERO EST    *
0158BB*                       TRACE DANS LE JOURNAL D'AUDIT.           *
0158BC*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
0158BD*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
0158BE*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
0158BF*                       ELLE DATE LE JOURNAL D'AUDIT ET SERT DE  *
0158BG*                       DATE D'OPERATION.                        *
0158BH*  15/10/2026  SEI      CODE AGENCE SAISI CONTROLE CONTRE LE     *
0158BI*                       REFERENTIEL DES AGENCES (ROUTINE COMMUNE *
0158BJ*                       CONTROLE-AGENCE) : AGENCE INCONNUE OU    *
0158BK*                       NON OUVERTE REFUSEE A L'IDENTIFICATION.  *
0158BL*  15/10/2026  SEI      BORDEREAU DE CHANGE NUMEROTE : CHAQUE    *
0158BM*                       CONVERSION ABOUTIE RECOIT LE NUMERO      *
0158BN*                       SUIVANT DE L'AGENCE POUR L'ANNEE         *
0158BO*                       (ROUTINE COMMUNE NUMERO-BORDEREAU),      *
0158BP*                       TRACE DANS LE JOURNAL D'AUDIT, ET SON    *
0158BQ*                       BORDEREAU EST ECRIT SUR LE FICHIER       *
0158BR*                       D'IMPRESSION DU GUICHET (BORDEREAU) AVEC *
0158BS*                       L'IDENTITE DU CLIENT (ROUTINE COMMUNE    *
0158BT*                       PREPARATION-BORDEREAU).                  *
0158BU*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
0158BV*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME ET *
0158BW*                       CODE AGENCE TRANSMIS POUR LE JOURNAL DES *
0158BX*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
0158BY*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
0158BZ*                       POUR OPERATEUR VERROUILLE.               *
000159*================================================================*
000160
000161 ENVIRONMENT DIVISION.
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-AUDIT-STATUS.
000210
000212     SELECT BORD-FILE ASSIGN TO "BORDEREAU"
000214         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS WS-BORD-STATUS.
000218
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD  AUDIT-FILE.
000250 COPY DEVCPY02.
000255
000256 FD  BORD-FILE.
000257 COPY DEVCPY34.
000260
000270 WORKING-STORAGE SECTION.
000280 01  WS-MONTANT                  PIC 9(5)V9(2).
000394 01  WS-ROLE-OPERATEUR           PIC X(01).
000395 01  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000396 01  WS-NOM-OPERATEUR            PIC X(25).
00396A 01  WS-PROGRAMME                PIC X(30) VALUE
00396B         "CONVERSION-DEVISE".
00396C 01  WS-CODE-AGENCE              PIC X(02).
00396D 01  WS-NOM-AGENCE               PIC X(30).
000397 01  WS-CTV-TND-OPERATION        PIC 9(11)V9(02).
000398 01  WS-FONCTION-POSITION        PIC X(01).
000399 01  WS-DEVISE-POSITION          PIC X(03).
000401 01  WS-MONTANT-TND-POSITION     PIC 9(11)V9(02).
000402 01  WS-VISA-POSITION            PIC X(01) VALUE "N".
000403 01  WS-CODE-POSITION            PIC X(02).
00403A 01  WS-FONCTION-CAISSE          PIC X(01).
00403B 01  WS-DEVISE-CAISSE            PIC X(03).
00403C 01  WS-MONTANT-CAISSE           PIC S9(09)V9(02).
00403D 01  WS-FONDS-SAISI              PIC 9(09)V9(02).
00403E 01  WS-CODE-CAISSE              PIC X(02).
00403F 01  WS-SW-FIN-OUVERTURE         PIC X(01).
00403G     88  WS-FIN-OUVERTURE            VALUE "O".
000404 01  WS-CLIENT-ID                PIC X(08).
000405 01  WS-RESIDENT                 PIC X(01).
000406     88  WS-CLIENT-RESIDENT          VALUE "R".
000407     88  WS-CLIENT-NON-RESIDENT      VALUE "N".
000408 01  WS-DATE-OPERATION           PIC 9(08).
000409 01  WS-DATE-SYSTEME             PIC 9(08).
00409A 01  WS-FONCTION-DATE            PIC X(01).
00409B 01  WS-CODE-DATE                PIC X(02).
000410 01  WS-HEURE-SYSTEME            PIC 9(06).
00410A 01  WS-FONCTION-ALLOCATION      PIC X(01).
000411 01  WS-TYPE-ALLOCATION          PIC X(01).
00411A     88  WS-TYPE-ALLOCATION-VALIDE   VALUE "T" "E" "S" "A".
000412 01  WS-MONTANT-ALLOCATION       PIC 9(09)V9(02).
00412A 01  WS-SOLDE-ALLOCATION         PIC 9(09)V9(02).
000413 01  WS-CODE-ALLOCATION          PIC X(02).
00413A 01  WS-SW-ALLOCATION            PIC X(01) VALUE "N".
000414     88  WS-ALLOCATION-IMPUTEE       VALUE "O".
00414A     88  WS-ALLOCATION-NON-IMPUTEE   VALUE "N".
000415 01  WS-COTATION-APPEL.
00415A     05  WS-NO-COTATION          PIC 9(08) VALUE ZEROES.
000416     05  WS-CLIENT-COTATION      PIC X(08).
000417     05  WS-CONTROLE-COTATION    PIC X(01) VALUE "G".
000418 01  WS-SENS-SOLDE               PIC X(01) VALUE "U".
000419 01  WS-CODE-SOLDE               PIC X(02).
000420 01  WS-AUDIT-STATUS             PIC X(02).
000430     88  WS-AUDIT-OK                 VALUE "00".
000435     88  WS-AUDIT-NOUVEAU            VALUE "35".
00435A 01  WS-BORD-STATUS              PIC X(02).
000436     88  WS-BORD-OK                  VALUE "00".
00436A     88  WS-BORD-NOUVEAU             VALUE "35".
000437 01  WS-FONCTION-NUMERO          PIC X(01).
00437A 01  WS-NO-BORDEREAU             PIC 9(07) VALUE ZEROES.
000438 01  WS-CODE-NUMERO              PIC X(02).
00438A 01  WS-FONCTION-PREPARATION     PIC X(01).
000439 01  WS-MENTION-BORDEREAU        PIC X(09) VALUE SPACES.
00439A 01  WS-CODE-PREPARATION         PIC X(02).
000440
000450 PROCEDURE DIVISION.
000460
000524     END-IF
000525     PERFORM 2500-SAISIR-CLIENT THRU 2500-SAISIR-CLIENT-EXIT
000530     PERFORM 3000-SAISIR-SENS THRU 3000-SAISIR-SENS-EXIT
000535     PERFORM 3100-SAISIR-ALLOCATION
000536         THRU 3100-SAISIR-ALLOCATION-EXIT
000537     PERFORM 3200-SAISIR-COTATION
000538         THRU 3200-SAISIR-COTATION-EXIT
000540     PERFORM 4000-SAISIR-MONTANT THRU 4000-SAISIR-MONTANT-EXIT
000550     PERFORM 5000-CONVERTIR THRU 5000-CONVERTIR-EXIT
000552     PERFORM 5500-CONTROLER-PLAFOND
000554         THRU 5500-CONTROLER-PLAFOND-EXIT
00554A     PERFORM 5700-CONTROLER-ALLOCATION
000555         THRU 5700-CONTROLER-ALLOCATION-EXIT
000556     PERFORM 5600-CONTROLER-POSITION
000558         THRU 5600-CONTROLER-POSITION-EXIT
00558A     PERFORM 5750-IMPUTER-ALLOCATION
00558B         THRU 5750-IMPUTER-ALLOCATION-EXIT
00558C     PERFORM 5760-SOLDER-COTATION
000559         THRU 5760-SOLDER-COTATION-EXIT
00559A     PERFORM 5800-NUMEROTER-BORDEREAU
00559B         THRU 5800-NUMEROTER-BORDEREAU-EXIT
000560     PERFORM 6000-ENREGISTRER-AUDIT
000561         THRU 6000-ENREGISTRER-AUDIT-EXIT
000567     PERFORM 6500-MOUVEMENTER-CAISSE
000568         THRU 6500-MOUVEMENTER-CAISSE-EXIT
000570     PERFORM 7000-AFFICHER-RESULTAT
000571         THRU 7000-AFFICHER-RESULTAT-EXIT
000580     PERFORM 9999-EXIT
000590     STOP RUN.
000600
000610*----------------------------------------------------------------*
000620*  1000-INITIALISER - OUVERTURE DU JOURNAL D'AUDIT ET DU FICHIER *
000625*  D'IMPRESSION DES BORDEREAUX. CES FICHIERS SONT CREES AU       *
000630*  PREMIER LANCEMENT S'ILS N'EXISTENT PAS ENCORE.                *
000635*----------------------------------------------------------------*
000640 1000-INITIALISER.
000641     MOVE "L" TO WS-FONCTION-DATE
000642     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000643                                   WS-DATE-SYSTEME
000644                                   WS-CODE-DATE
000645     IF WS-CODE-DATE NOT = "00"
000646         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
000647                 "DATE SYSTEME RETENUE"
000648     END-IF
000649     MOVE WS-DATE-SYSTEME TO WS-DATE-OPERATION
000650     OPEN EXTEND AUDIT-FILE
000655     IF WS-AUDIT-NOUVEAU
000656         OPEN OUTPUT AUDIT-FILE
000660     IF NOT WS-AUDIT-OK
000670         DISPLAY "IMPOSSIBLE D'OUVRIR JOURNAL AUDIT - CODE "
000680                 WS-AUDIT-STATUS
000681     END-IF
000682     OPEN EXTEND BORD-FILE
000683     IF WS-BORD-NOUVEAU
000684         OPEN OUTPUT BORD-FILE
000685     END-IF
000686     IF NOT WS-BORD-OK
000687         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES BORDEREAUX "
000688                 "- CODE " WS-BORD-STATUS
000690     END-IF.
000700 1000-INITIALISER-EXIT.
000710     EXIT.
000730*----------------------------------------------------------------*
000740*  2000-SAISIR-OPERATEUR - IDENTIFICATION DE L'OPERATEUR PAR LA  *
000742*  ROUTINE COMMUNE CONTROLE-OPERATEUR : UN IDENTIFIANT INCONNU   *
000743*  OU SUSPENDU MET FIN A LA TRANSACTION, DE MEME QU'UN CODE      *
000745*  AGENCE REFUSE PAR LA ROUTINE COMMUNE CONTROLE-AGENCE OU UN    *
000747*  REFUS DU CONTROLE DE CAISSE.                                  *
000748*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE  *
000749*  AVEC LE CODE AGENCE SAISI.                                    *
000750*----------------------------------------------------------------*
000760 2000-SAISIR-OPERATEUR.
000770     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
000788                                      WS-ROLE-OPERATEUR
000789                                      WS-PLAFOND-OPERATEUR
000790                                      WS-NOM-OPERATEUR
00790A                                      WS-PROGRAMME
00790B                                      WS-AGENCE
000791     EVALUATE WS-CODE-SIGNON
000792         WHEN "00"
000793             DISPLAY "BONJOUR " WS-NOM-OPERATEUR
000795             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
000796         WHEN "08"
000797             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
00797A         WHEN "16"
00797B             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
00797C         WHEN "24"
00797D             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
00797E         WHEN "28"
00797F             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
00797G         WHEN "32"
00797H             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
000798         WHEN OTHER
000799             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
000800                     "ACCES REFUSE"
0800AA     END-EVALUATE
0800AB     IF WS-SIGNON-ADMIS
0800AC         PERFORM 2050-CONTROLER-AGENCE
0800AD             THRU 2050-CONTROLER-AGENCE-EXIT
0800AE     END-IF
0800AF     IF WS-SIGNON-ADMIS
0800AG         PERFORM 2100-CONTROLER-CAISSE
0800AH             THRU 2100-CONTROLER-CAISSE-EXIT
0800AI     END-IF.
0800AJ 2000-SAISIR-OPERATEUR-EXIT.
0800AK     EXIT.
0800AL
0800AM*----------------------------------------------------------------*
0800AN*  2050-CONTROLER-AGENCE - LE CODE AGENCE SAISI DOIT EXISTER     *
0800AO*  DANS LE REFERENTIEL DES AGENCES ET L'AGENCE DOIT ETRE         *
0800AP*  OUVERTE ; SINON L'IDENTIFICATION EST REFUSEE (CODE "22").     *
0800AQ*----------------------------------------------------------------*
0800AR 2050-CONTROLER-AGENCE.
0800AS     CALL "CONTROLE-AGENCE" USING WS-AGENCE
0800AT                                   WS-CODE-AGENCE
0800AU                                   WS-NOM-AGENCE
0800AV     EVALUATE WS-CODE-AGENCE
0800AW         WHEN "00"
0800AX             DISPLAY "AGENCE " WS-AGENCE " " WS-NOM-AGENCE
0800AY         WHEN "04"
0800AZ             DISPLAY "CODE AGENCE INCONNU - ACCES REFUSE"
0800BA             MOVE "22" TO WS-CODE-SIGNON
0800BB         WHEN "08"
0800BC             DISPLAY "AGENCE FERMEE - ACCES REFUSE"
0800BD             MOVE "22" TO WS-CODE-SIGNON
0800BE         WHEN "10"
0800BF             DISPLAY "AGENCE FERMEE TEMPORAIREMENT - "
0800BG                     "ACCES REFUSE"
0800BH             MOVE "22" TO WS-CODE-SIGNON
0800BI         WHEN OTHER
0800BJ             DISPLAY "REFERENTIEL DES AGENCES INDISPONIBLE - "
0800BK                     "ACCES REFUSE"
0800BL             MOVE "22" TO WS-CODE-SIGNON
000801     END-EVALUATE.
0801AA 2050-CONTROLER-AGENCE-EXIT.
0801AB     EXIT.
0801AC
0801AD*----------------------------------------------------------------*
0801AE*  2100-CONTROLER-CAISSE - ETAT DE LA CAISSE DU GUICHETIER DANS  *
0801AF*  L'AGENCE (ROUTINE COMMUNE CONTROLE-CAISSE) : CAISSE A OUVRIR  *
0801AG*  = SAISIE DES FONDS INITIAUX ; ECART NON REGULARISE, CAISSE    *
0801AH*  D'UNE JOURNEE PRECEDENTE NON ARRETEE OU CAISSE DEJA ARRETEE   *
0801AI*  POUR LA JOURNEE = IDENTIFICATION REFUSEE (CODE "20").         *
0801AJ*----------------------------------------------------------------*
0801AK 2100-CONTROLER-CAISSE.
0801AL     MOVE "V" TO WS-FONCTION-CAISSE
0801AM     MOVE SPACES TO WS-DEVISE-CAISSE
0801AN     MOVE ZEROES TO WS-MONTANT-CAISSE
0801AO     PERFORM 2110-APPELER-CAISSE THRU 2110-APPELER-CAISSE-EXIT
0801AP     EVALUATE WS-CODE-CAISSE
0801AQ         WHEN "00"
0801AR             CONTINUE
0801AS         WHEN "04"
0801AT             PERFORM 2200-OUVRIR-CAISSE
0801AU                 THRU 2200-OUVRIR-CAISSE-EXIT
0801AV         WHEN "08"
0801AW             DISPLAY "ECART DE CAISSE NON REGULARISE - VOIR "
0801AX                     "LE SUPERVISEUR - ACCES REFUSE"
0801AY             MOVE "20" TO WS-CODE-SIGNON
0801AZ         WHEN "12"
0801BA             DISPLAY "CAISSE D'UNE JOURNEE PRECEDENTE NON "
0801BB                     "ARRETEE - ACCES REFUSE"
0801BC             MOVE "20" TO WS-CODE-SIGNON
0801BD         WHEN OTHER
0801BE             DISPLAY "CAISSE DEJA ARRETEE POUR LA JOURNEE - "
0801BF                     "ACCES REFUSE"
0801BG             MOVE "20" TO WS-CODE-SIGNON
0801BH     END-EVALUATE.
0801BI 2100-CONTROLER-CAISSE-EXIT.
0801BJ     EXIT.
0801BK
0801BL*----------------------------------------------------------------*
0801BM*  2110-APPELER-CAISSE - UN APPEL A LA ROUTINE COMMUNE.          *
0801BN*----------------------------------------------------------------*
0801BO 2110-APPELER-CAISSE.
0801BP     CALL "CONTROLE-CAISSE" USING WS-FONCTION-CAISSE
0801BQ                                   WS-OPERATEUR-ID
0801BR                                   WS-AGENCE
000802                                   WS-DEVISE-CAISSE
0802AA                                   WS-MONTANT-CAISSE
0802AB                                   WS-DATE-OPERATION
0802AC                                   WS-CODE-CAISSE.
0802AD 2110-APPELER-CAISSE-EXIT.
0802AE     EXIT.
0802AF
0802AG*----------------------------------------------------------------*
0802AH*  2200-OUVRIR-CAISSE - SAISIE DU FONDS INITIAL DE CHAQUE DEVISE *
0802AI*  DE LA CAISSE ; UNE DEVISE A BLANC TERMINE L'OUVERTURE. UNE    *
0802AJ*  DEVISE NON SAISIE SERA OUVERTE D'OFFICE A ZERO A SON PREMIER  *
0802AK*  MOUVEMENT.                                                    *
0802AL*----------------------------------------------------------------*
0802AM 2200-OUVRIR-CAISSE.
0802AN     DISPLAY "OUVERTURE DE LA CAISSE - FONDS INITIAL PAR DEVISE"
0802AO     MOVE "N" TO WS-SW-FIN-OUVERTURE
0802AP     PERFORM 2210-SAISIR-FONDS THRU 2210-SAISIR-FONDS-EXIT
0802AQ         UNTIL WS-FIN-OUVERTURE.
0802AR 2200-OUVRIR-CAISSE-EXIT.
0802AS     EXIT.
0802AT
0802AU*----------------------------------------------------------------*
0802AV*  2210-SAISIR-FONDS - SAISIE DU FONDS INITIAL D'UNE DEVISE.     *
0802AW*----------------------------------------------------------------*
0802AX 2210-SAISIR-FONDS.
0802AY     DISPLAY "DONNER DEVISE (BLANC = FIN DE L'OUVERTURE)"
0802AZ     ACCEPT WS-DEVISE-CAISSE
0802BA     IF WS-DEVISE-CAISSE = SPACES
0802BB         SET WS-FIN-OUVERTURE TO TRUE
0802BC         GO TO 2210-SAISIR-FONDS-EXIT
0802BD     END-IF
0802BE     DISPLAY "DONNER LE FONDS INITIAL EN " WS-DEVISE-CAISSE
0802BF     ACCEPT WS-FONDS-SAISI
0802BG     IF WS-FONDS-SAISI IS NOT NUMERIC
0802BH         DISPLAY "MONTANT INVALIDE - DEVISE NON OUVERTE"
0802BI         GO TO 2210-SAISIR-FONDS-EXIT
0802BJ     END-IF
0802BK     MOVE "O" TO WS-FONCTION-CAISSE
0802BL     MOVE WS-FONDS-SAISI TO WS-MONTANT-CAISSE
0802BM     PERFORM 2110-APPELER-CAISSE THRU 2110-APPELER-CAISSE-EXIT
0802BN     IF WS-CODE-CAISSE NOT = "00"
0802BO         DISPLAY "OUVERTURE REFUSEE POUR " WS-DEVISE-CAISSE
0802BP                 " - CODE " WS-CODE-CAISSE
0802BQ     END-IF.
0802BR 2210-SAISIR-FONDS-EXIT.
000803     EXIT.
000804
000805*----------------------------------------------------------------*
001040     EXIT.
001050
001060*----------------------------------------------------------------*
01060A*  3100-SAISIR-ALLOCATION - POUR UN ACHAT DE DEVISES ("T") PAR   *
01060B*  UN CLIENT RESIDENT, TYPE DE L'ALLOCATION ANNUELLE A IMPUTER.  *
01060C*  UN TYPE A BLANC OU INVALIDE EST RAMENE A "T" (TOURISTIQUE).   *
001061*----------------------------------------------------------------*
01061A 3100-SAISIR-ALLOCATION.
01061B     MOVE SPACES TO WS-TYPE-ALLOCATION
01061C     IF NOT WS-SENS-TND-VERS-DEV
001062        OR NOT WS-CLIENT-RESIDENT
01062A         GO TO 3100-SAISIR-ALLOCATION-EXIT
01062B     END-IF
01062C     DISPLAY "TYPE D'ALLOCATION : T TOURISTIQUE, E ETUDES, "
001063             "S SOINS, A AFFAIRES (BLANC = T)"
01063A     ACCEPT WS-TYPE-ALLOCATION
01063B     IF NOT WS-TYPE-ALLOCATION-VALIDE
01063C         MOVE "T" TO WS-TYPE-ALLOCATION
001064     END-IF.
01064A 3100-SAISIR-ALLOCATION-EXIT.
01064B     EXIT.
01064C
001065*----------------------------------------------------------------*
01065A*  3200-SAISIR-COTATION - POUR UN ACHAT OU UNE VENTE DE DEVISES  *
01065B*  CONTRE TND, NUMERO DE LA COTATION NEGOCIEE AVEC LA SALLE DES  *
01065C*  MARCHES ; ZERO (OU BLANC) = COURS ET BAREME DU TABLEAU.       *
001066*----------------------------------------------------------------*
01066A 3200-SAISIR-COTATION.
01066B     MOVE ZEROES TO WS-NO-COTATION
01066C     MOVE WS-CLIENT-ID TO WS-CLIENT-COTATION
001067     IF WS-SENS-CROISEE
01067A         GO TO 3200-SAISIR-COTATION-EXIT
01067B     END-IF
01067C     DISPLAY "NUMERO DE COTATION (0 = COURS DU TABLEAU)"
001068     ACCEPT WS-NO-COTATION
01068A     IF WS-NO-COTATION IS NOT NUMERIC
01068B         MOVE ZEROES TO WS-NO-COTATION
01068C     END-IF.
001069 3200-SAISIR-COTATION-EXIT.
01069A     EXIT.
01069B
01069C*----------------------------------------------------------------*
001070*  4000-SAISIR-MONTANT.                                          *
001080*----------------------------------------------------------------*
001090 4000-SAISIR-MONTANT.
001295                                       WS-DATE-OPERATION
001296                                       WS-MONTANT-BRUT
001297                                       WS-FRAIS
001298                                       WS-COTATION-APPEL
001299         IF WS-CODE-RETOUR = "24"
001300             DISPLAY "COTATION " WS-NO-COTATION
001301                     " REFUSEE (INCONNUE, ECHUE, DEJA UTILISEE "
001302                     "OU NON CONFORME)"
001303         ELSE
001304             IF NOT WS-OK
001310                 DISPLAY "DEVISE N'EST PAS PRISE EN CHARGE !"
001315             END-IF
001320         END-IF
001330     END-IF.
001340 5000-CONVERTIR-EXIT.
001475 5620-POSITION-CROISEE-EXIT.
001476     EXIT.
001477
1477AA*----------------------------------------------------------------*
1477AB*  5700-CONTROLER-ALLOCATION - L'ACHAT DE DEVISES ("T") D'UN     *
1477AC*  CLIENT RESIDENT DOIT TENIR DANS LE SOLDE DE SON ALLOCATION    *
1477AD*  ANNUELLE DU TYPE SAISI (ROUTINE COMMUNE CONTROLE-ALLOCATION), *
1477AE*  POUR LE MONTANT EN TND REMIS PAR LE CLIENT. SANS ALLOCATION   *
1477AF*  OUVERTE OU AU-DELA DU SOLDE, L'ACHAT EST REFUSE AU GUICHET :  *
1477AG*  CODE RETOUR "20", LA POSITION N'EST PAS TOUCHEE.              *
1477AH*----------------------------------------------------------------*
1477AI 5700-CONTROLER-ALLOCATION.
1477AJ     IF NOT WS-OK
1477AK        OR WS-TYPE-ALLOCATION = SPACES
1477AL         GO TO 5700-CONTROLER-ALLOCATION-EXIT
1477AM     END-IF
1477AN     MOVE "V" TO WS-FONCTION-ALLOCATION
1477AO     PERFORM 5710-APPELER-ALLOCATION
1477AP         THRU 5710-APPELER-ALLOCATION-EXIT
1477AQ     EVALUATE WS-CODE-ALLOCATION
1477AR         WHEN "00"
1477AS             CONTINUE
1477AT         WHEN "04"
1477AU             MOVE "20" TO WS-CODE-RETOUR
1477AV             DISPLAY "AUCUNE ALLOCATION " WS-TYPE-ALLOCATION
1477AW                     " OUVERTE POUR LE CLIENT CETTE ANNEE - "
1477AX                     "ACHAT REFUSE"
1477AY         WHEN OTHER
1477AZ             MOVE "20" TO WS-CODE-RETOUR
1477BA             DISPLAY "ALLOCATION INSUFFISANTE - SOLDE "
1477BB                     WS-SOLDE-ALLOCATION " TND - ACHAT REFUSE"
1477BC     END-EVALUATE.
1477BD 5700-CONTROLER-ALLOCATION-EXIT.
1477BE     EXIT.
001478
001479*----------------------------------------------------------------*
1479AA*  5710-APPELER-ALLOCATION - UN APPEL A LA ROUTINE COMMUNE.      *
1479AB*----------------------------------------------------------------*
1479AC 5710-APPELER-ALLOCATION.
1479AD     MOVE WS-MONTANT TO WS-MONTANT-ALLOCATION
1479AE     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
1479AF                                       WS-CLIENT-ID
1479AG                                       WS-TYPE-ALLOCATION
1479AH                                       WS-DATE-OPERATION
1479AI                                       WS-MONTANT-ALLOCATION
1479AJ                                       WS-SOLDE-ALLOCATION
1479AK                                       WS-CODE-ALLOCATION.
1479AL 5710-APPELER-ALLOCATION-EXIT.
1479AM     EXIT.
1479AN
1479AO*----------------------------------------------------------------*
1479AP*  5750-IMPUTER-ALLOCATION - L'ACHAT DE DEVISES ACCEPTE EST      *
1479AQ*  IMPUTE SUR L'ALLOCATION ANNUELLE DU CLIENT AVANT SA           *
1479AR*  JOURNALISATION, QUI EN PORTE LE TYPE.                         *
1479AS*----------------------------------------------------------------*
1479AT 5750-IMPUTER-ALLOCATION.
1479AU     IF NOT WS-OK
1479AV        OR WS-TYPE-ALLOCATION = SPACES
1479AW         GO TO 5750-IMPUTER-ALLOCATION-EXIT
1479AX     END-IF
1479AY     MOVE "C" TO WS-FONCTION-ALLOCATION
1479AZ     PERFORM 5710-APPELER-ALLOCATION
1479BA         THRU 5710-APPELER-ALLOCATION-EXIT
1479BB     IF WS-CODE-ALLOCATION = "00"
1479BC         SET WS-ALLOCATION-IMPUTEE TO TRUE
1479BD     ELSE
1479BE         DISPLAY "ALLOCATION NON IMPUTEE - CODE "
1479BF                 WS-CODE-ALLOCATION
1479BG     END-IF.
1479BH 5750-IMPUTER-ALLOCATION-EXIT.
1479BI     EXIT.
1479BJ
1479BK*----------------------------------------------------------------*
1479BL*  5760-SOLDER-COTATION - L'OPERATION SUR COTATION ABOUTIE SOLDE *
1479BM*  LA COTATION, QUI NE PEUT PLUS SERVIR.                         *
1479BN*----------------------------------------------------------------*
1479BO 5760-SOLDER-COTATION.
1479BP     IF NOT WS-OK
1479BQ        OR WS-NO-COTATION = ZEROES
1479BR         GO TO 5760-SOLDER-COTATION-EXIT
1479BS     END-IF
001480     CALL "DEV-TAUX-CALCUL" USING WS-MONTANT
1480AA                                   WS-SENS-SOLDE
1480AB                                   WS-DEVISEC
1480AC                                   WS-DEVISE-CIBLE
1480AD                                   WS-MONTANT-CONVERTI
1480AE                                   WS-TAUX-APPLIQUE
1480AF                                   WS-CODE-SOLDE
1480AG                                   WS-DATE-OPERATION
1480AH                                   WS-MONTANT-BRUT
1480AI                                   WS-FRAIS
1480AJ                                   WS-COTATION-APPEL
1480AK     IF WS-CODE-SOLDE NOT = "00"
1480AL         DISPLAY "COTATION NON SOLDEE - CODE " WS-CODE-SOLDE
1480AM     END-IF.
1480AN 5760-SOLDER-COTATION-EXIT.
1480AO     EXIT.
1480AP
1480AQ*----------------------------------------------------------------*
1480AR*  5800-NUMEROTER-BORDEREAU - LA CONVERSION ABOUTIE PREND LE     *
1480AS*  NUMERO DE BORDEREAU SUIVANT DE L'AGENCE POUR L'ANNEE (ROUTINE *
1480AT*  COMMUNE NUMERO-BORDEREAU). COMPTEUR INDISPONIBLE = BORDEREAU  *
1480AU*  EDITE SANS NUMERO (ZERO), A SIGNALER AU SUPERVISEUR.          *
1480AV*----------------------------------------------------------------*
1480AW 5800-NUMEROTER-BORDEREAU.
1480AX     MOVE ZEROES TO WS-NO-BORDEREAU
1480AY     IF NOT WS-OK
1480AZ         GO TO 5800-NUMEROTER-BORDEREAU-EXIT
1480BA     END-IF
1480BB     MOVE "N" TO WS-FONCTION-NUMERO
1480BC     CALL "NUMERO-BORDEREAU" USING WS-FONCTION-NUMERO
1480BD                                    WS-AGENCE
1480BE                                    WS-DATE-SYSTEME
1480BF                                    WS-NO-BORDEREAU
1480BG                                    WS-CODE-NUMERO
1480BH     IF WS-CODE-NUMERO NOT = "00"
1480BI         DISPLAY "BORDEREAU NON NUMEROTE - CODE " WS-CODE-NUMERO
1480BJ                 " - PREVENIR LE SUPERVISEUR"
1480BK     END-IF.
1480BL 5800-NUMEROTER-BORDEREAU-EXIT.
1480BM     EXIT.
1480BN
1480BO*----------------------------------------------------------------*
1480BP*  6000-ENREGISTRER-AUDIT - JOURNALISATION DE L'OPERATION AVEC   *
1480BQ*  SON NUMERO DE BORDEREAU ; LE BORDEREAU D'UNE CONVERSION       *
1480BR*  ABOUTIE EST EDITE A PARTIR DE LA LIGNE D'AUDIT.               *
001481*----------------------------------------------------------------*
001482 6000-ENREGISTRER-AUDIT.
001484     ACCEPT WS-HEURE-SYSTEME FROM TIME
001485     MOVE WS-DATE-SYSTEME TO AUD-DATE
001486     MOVE WS-HEURE-SYSTEME TO AUD-HEURE
001519     MOVE WS-RESIDENT TO AUD-RESIDENT
001520     MOVE ZEROES TO AUD-SEQ-NO
001521     MOVE WS-AGENCE TO AUD-AGENCE
01521A     MOVE WS-TAUX-APPLIQUE TO AUD-TAUX-APPLIQUE
01521B     MOVE SPACES TO AUD-TYPE-OPERATION
01521C     MOVE ZEROES TO AUD-REF-DATE
01521D     MOVE ZEROES TO AUD-REF-HEURE
01521E     MOVE SPACES TO AUD-REF-OPERATEUR-ID
01521F     MOVE ZEROES TO AUD-REF-SEQ-NO
01521G     MOVE SPACES TO AUD-APPROBATEUR-ID
01521H     IF WS-ALLOCATION-IMPUTEE
01521I         MOVE WS-TYPE-ALLOCATION TO AUD-TYPE-ALLOCATION
01521J     ELSE
01521K         MOVE SPACES TO AUD-TYPE-ALLOCATION
01521L     END-IF
01521M     MOVE WS-NO-COTATION TO AUD-NO-COTATION
01521N     MOVE WS-NO-BORDEREAU TO AUD-NO-BORDEREAU
01521O     IF WS-OK
01521P         PERFORM 6100-EDITER-BORDEREAU
01521Q             THRU 6100-EDITER-BORDEREAU-EXIT
01521R     END-IF
001522     WRITE AUD-RECORD
001530     IF NOT WS-AUDIT-OK
001540         DISPLAY "ERREUR ECRITURE JOURNAL AUDIT - CODE "
001550                 WS-AUDIT-STATUS
001560     END-IF.
001570 6000-ENREGISTRER-AUDIT-EXIT.
01570A     EXIT.
01570B
01570C*----------------------------------------------------------------*
01570D*  6100-EDITER-BORDEREAU - PREPARATION DU BORDEREAU A PARTIR DE  *
01570E*  LA LIGNE D'AUDIT (ROUTINE COMMUNE PREPARATION-BORDEREAU, QUI  *
001571*  Y AJOUTE LE NOM ET LA PIECE D'IDENTITE DU CLIENT) ET ECRITURE *
01571A*  SUR LE FICHIER D'IMPRESSION DU GUICHET.                       *
01571B*----------------------------------------------------------------*
01571C 6100-EDITER-BORDEREAU.
01571D     IF NOT WS-BORD-OK
01571E         DISPLAY "BORDEREAU NON EDITE - FICHIER INDISPONIBLE"
001572         GO TO 6100-EDITER-BORDEREAU-EXIT
01572A     END-IF
01572B     MOVE "P" TO WS-FONCTION-PREPARATION
01572C     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
01572D                                         AUD-RECORD
01572E                                         WS-MENTION-BORDEREAU
001573                                         WS-DATE-SYSTEME
01573A                                         BRD-RECORD
01573B                                         WS-CODE-PREPARATION
01573C     IF WS-CODE-PREPARATION NOT = "00"
01573D         DISPLAY "CLIENT ABSENT DU REFERENTIEL - BORDEREAU "
01573E                 "SANS IDENTITE"
001574     END-IF
01574A     WRITE BRD-RECORD
01574B     IF NOT WS-BORD-OK
01574C         DISPLAY "ERREUR ECRITURE BORDEREAU - CODE "
01574D                 WS-BORD-STATUS
01574E     END-IF.
001575 6100-EDITER-BORDEREAU-EXIT.
01575A     EXIT.
01575B
01575C*----------------------------------------------------------------*
01575D*  6500-MOUVEMENTER-CAISSE - CONVERSION ABOUTIE : LE MONTANT     *
01575E*  RECU DU CLIENT ENTRE DANS LA CAISSE DE LA DEVISE SOURCE       *
001576*  (ACHATS), LE MONTANT NET SERVI SORT DE CELLE DE LA DEVISE     *
01576A*  CIBLE (VENTES).                                               *
01576B*----------------------------------------------------------------*
01576C 6500-MOUVEMENTER-CAISSE.
01576D     IF NOT WS-OK
01576E         GO TO 6500-MOUVEMENTER-CAISSE-EXIT
001577     END-IF
01577A     MOVE "R" TO WS-FONCTION-CAISSE
01577B     MOVE WS-DEVISEC TO WS-DEVISE-CAISSE
01577C     MOVE WS-MONTANT TO WS-MONTANT-CAISSE
01577D     PERFORM 2110-APPELER-CAISSE THRU 2110-APPELER-CAISSE-EXIT
01577E     IF WS-CODE-CAISSE NOT = "00"
001578         DISPLAY "CAISSE " WS-DEVISE-CAISSE " NON MOUVEMENTEE "
01578A                 "- CODE " WS-CODE-CAISSE
01578B     END-IF
01578C     MOVE "P" TO WS-FONCTION-CAISSE
01578D     MOVE WS-DEVISE-CIBLE TO WS-DEVISE-CAISSE
01578E     MOVE WS-MONTANT-CONVERTI TO WS-MONTANT-CAISSE
001579     PERFORM 2110-APPELER-CAISSE THRU 2110-APPELER-CAISSE-EXIT
01579A     IF WS-CODE-CAISSE NOT = "00"
01579B         DISPLAY "CAISSE " WS-DEVISE-CAISSE " NON MOUVEMENTEE "
01579C                 "- CODE " WS-CODE-CAISSE
01579D     END-IF.
01579E 6500-MOUVEMENTER-CAISSE-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------------*
001711         DISPLAY "MONTANT BRUT : " WS-MONTANT-BRUT
001712         DISPLAY "COMMISSION   : " WS-FRAIS
001713         DISPLAY "MONTANT NET  : " WS-MONTANT-CONVERTI
01713A         IF WS-NO-COTATION > ZEROES
01713B             DISPLAY "TAUX COTE    : " WS-TAUX-APPLIQUE
01713C                     " (COTATION " WS-NO-COTATION ")"
01713D         END-IF
01713E         IF WS-ALLOCATION-IMPUTEE
001714             DISPLAY "SOLDE ALLOCATION " WS-TYPE-ALLOCATION
01714A                     " : " WS-SOLDE-ALLOCATION " TND"
01714B         END-IF
01714C         DISPLAY "BORDEREAU No " WS-AGENCE "/"
01714D                 WS-DATE-SYSTEME (1:4) "/" WS-NO-BORDEREAU
001715     ELSE
001716         DISPLAY "CONVERSION REJETEE - CODE " WS-CODE-RETOUR
001720     END-IF.
001740     EXIT.
001750
001760*----------------------------------------------------------------*
001765*  9999-EXIT - FERMETURE DU JOURNAL D'AUDIT ET DU FICHIER DES    *
001770*  BORDEREAUX, ET DES FICHIERS TENUS OUVERTS PAR LES ROUTINES.   *
001780*----------------------------------------------------------------*
001790 9999-EXIT.
001791     IF NOT WS-OK
001802                                   WS-DATE-OPERATION
001803                                   WS-MONTANT-BRUT
001804                                   WS-FRAIS
01804A                                   WS-COTATION-APPEL
001805     MOVE "F" TO WS-FONCTION-POSITION
001806     CALL "CONTROLE-POSITION" USING WS-FONCTION-POSITION
001807                                     WS-DEVISE-POSITION
001810                                     WS-VISA-POSITION
001811                                     WS-DATE-OPERATION
001812                                     WS-CODE-POSITION
01812A     MOVE "F" TO WS-FONCTION-CAISSE
01812B     PERFORM 2110-APPELER-CAISSE THRU 2110-APPELER-CAISSE-EXIT
01812C     MOVE "F" TO WS-FONCTION-ALLOCATION
01812D     CALL "CONTROLE-ALLOCATION" USING WS-FONCTION-ALLOCATION
01812E                                       WS-CLIENT-ID
01812F                                       WS-TYPE-ALLOCATION
01812G                                       WS-DATE-OPERATION
01812H                                       WS-MONTANT-ALLOCATION
01812I                                       WS-SOLDE-ALLOCATION
01812J                                       WS-CODE-ALLOCATION
01812K     MOVE "F" TO WS-FONCTION-NUMERO
01812L     CALL "NUMERO-BORDEREAU" USING WS-FONCTION-NUMERO
01812M                                    WS-AGENCE
01812N                                    WS-DATE-SYSTEME
01812O                                    WS-NO-BORDEREAU
01812P                                    WS-CODE-NUMERO
01812Q     MOVE "F" TO WS-FONCTION-PREPARATION
01812R     CALL "PREPARATION-BORDEREAU" USING WS-FONCTION-PREPARATION
01812S                                         AUD-RECORD
01812T                                         WS-MENTION-BORDEREAU
01812U                                         WS-DATE-SYSTEME
01812V                                         BRD-RECORD
01812W                                         WS-CODE-PREPARATION
01812X     CLOSE BORD-FILE
001813     CLOSE AUDIT-FILE.
001814     EXIT.
001820
