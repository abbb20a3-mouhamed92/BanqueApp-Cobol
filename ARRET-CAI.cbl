000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ARRETE-CAISSE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION D'ARRETE DES CAISSES GUICHETIERS (FICHIER CAISSE) *
000090*                                                                *
000100*  EN FIN DE JOURNEE, LE GUICHETIER COMPTE SES BILLETS ET SAISIT *
000110*  LE SOLDE COMPTE DE CHAQUE DEVISE DE SA CAISSE OUVERTE DANS    *
000120*  L'AGENCE. LE SOLDE THEORIQUE (FONDS INITIAL + ACHATS -        *
000130*  VENTES) LUI EST AFFICHE ; L'ECART (COMPTE - THEORIQUE) EST    *
000140*  CONSERVE. UNE DEVISE SANS ECART EST ARRETEE ("F") ; UNE       *
000150*  DEVISE EN ECART PASSE AU STATUT "E" ET BLOQUE                 *
000160*  L'IDENTIFICATION DU GUICHETIER A CONVERSION-DEVISE, DANS      *
000170*  TOUTES LES AGENCES, JUSQU'A SA REGULARISATION.                *
000180*                                                                *
000190*  LA REGULARISATION EST RESERVEE A UN SUPERVISEUR (ROLE         *
000200*  APPROBATEUR "A"), DISTINCT DU GUICHETIER : IL SAISIT UNE      *
000210*  JUSTIFICATION OBLIGATOIRE, CONSERVEE AVEC SON VISA DANS LA    *
000220*  CAISSE, QUI REPASSE AU STATUT ARRETE. L'ECART N'EST PAS       *
000230*  EFFACE ET RESTE EDITE SUR L'ARRETE DE CAISSE (ETAT-CAISSE).   *
000240*                                                                *
000250*  HISTORIQUE DES MODIFICATIONS.                                 *
000260*  DATE        AUTEUR   DESCRIPTION                              *
000270*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000271*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000272*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME ET *
000273*                       CODE AGENCE TRANSMIS POUR LE JOURNAL DES *
000274*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000275*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000276*                       POUR OPERATEUR VERROUILLE. CODE AGENCE   *
000277*                       DEMANDE AVANT L'IDENTIFICATION.          *
000280*================================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CAISSE-FILE ASSIGN TO "CAISSE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CAI-CLE
000390         FILE STATUS IS WS-CAISSE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CAISSE-FILE.
000440 COPY DEVCPY25.
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-CAISSE-STATUS            PIC X(02).
000480     88  WS-CAISSE-OK                VALUE "00".
000490 77  WS-SW-CONTINUER             PIC X(01).
000500     88  WS-CONTINUER                VALUE "O".
000510     88  WS-TERMINER                 VALUE "N".
000520 77  WS-SW-FIN-FICHIER           PIC X(01).
000530     88  WS-FIN-FICHIER              VALUE "O".
000540     88  WS-PAS-FIN-FICHIER          VALUE "N".
000550 77  WS-CHOIX-MENU               PIC X(01).
000560 77  WS-OPERATEUR-ID             PIC X(08).
000570 77  WS-GUICHETIER-ID            PIC X(08).
000580 77  WS-AGENCE                   PIC X(03).
000590 77  WS-SOLDE-SAISI              PIC 9(09)V9(02).
000600 77  WS-SOLDE-THEORIQUE          PIC S9(11)V9(02).
000610 77  WS-JUSTIFICATION-SAISIE     PIC X(30).
000620 77  WS-HEURE-SYSTEME            PIC 9(06).
000630 77  WS-NB-TRAITEES              PIC 9(05) COMP.
000640 77  WS-NB-EN-ECART              PIC 9(05) COMP.
000650 77  WS-CODE-SIGNON              PIC X(02).
000660     88  WS-SIGNON-ADMIS             VALUE "00".
000670 77  WS-ROLE-OPERATEUR           PIC X(01).
000680     88  WS-ROLE-APPROBATEUR         VALUE "A".
000690 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000700 77  WS-NOM-OPERATEUR            PIC X(25).
000702 77  WS-PROGRAMME                PIC X(30) VALUE
000704         "ARRETE-CAISSE".
000710
000720 PROCEDURE DIVISION.
000730
000740*----------------------------------------------------------------*
000750*  0000-MAINLINE.                                                *
000760*----------------------------------------------------------------*
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000790     PERFORM 2000-TRAITER-MENU THRU 2000-TRAITER-MENU-EXIT
000800         UNTIL WS-TERMINER
000810     PERFORM 9999-EXIT
000820     STOP RUN.
000830
000840*----------------------------------------------------------------*
000850*  1000-INITIALISER - OUVERTURE DU FICHIER DES CAISSES. SANS     *
000860*  LUI, LA TRANSACTION N'A RIEN A TRAITER.                       *
000870*----------------------------------------------------------------*
000880 1000-INITIALISER.
000890     SET WS-CONTINUER TO TRUE
000900     OPEN I-O CAISSE-FILE
000910     IF NOT WS-CAISSE-OK
000920         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES CAISSES - "
000930                 "CODE " WS-CAISSE-STATUS
000940         SET WS-TERMINER TO TRUE
000950     END-IF.
000960 1000-INITIALISER-EXIT.
000970     EXIT.
000980
000990*----------------------------------------------------------------*
001000*  2000-TRAITER-MENU - MENU DE LA TRANSACTION D'ARRETE.          *
001010*----------------------------------------------------------------*
001020 2000-TRAITER-MENU.
001030     DISPLAY "1. ARRETE DE CAISSE (GUICHETIER)"
001040     DISPLAY "2. REGULARISER UN ECART DE CAISSE (SUPERVISEUR)"
001050     DISPLAY "3. QUITTER"
001060     DISPLAY "DONNER VOTRE CHOIX"
001070     ACCEPT WS-CHOIX-MENU
001080
001090     EVALUATE WS-CHOIX-MENU
001100         WHEN "1"
001110             PERFORM 3000-ARRETER-CAISSE
001120                 THRU 3000-ARRETER-CAISSE-EXIT
001130         WHEN "2"
001140             PERFORM 4000-REGULARISER-ECART
001150                 THRU 4000-REGULARISER-ECART-EXIT
001160         WHEN "3"
001170             SET WS-TERMINER TO TRUE
001180         WHEN OTHER
001190             DISPLAY "CHOIX INVALIDE"
001200     END-EVALUATE.
001210 2000-TRAITER-MENU-EXIT.
001220     EXIT.
001230
001240*----------------------------------------------------------------*
001250*  3000-ARRETER-CAISSE - ARRETE PAR LE GUICHETIER DE CHAQUE      *
001260*  DEVISE OUVERTE DE SA CAISSE DANS L'AGENCE.                    *
001270*----------------------------------------------------------------*
001272 3000-ARRETER-CAISSE.
001274     DISPLAY "DONNER CODE AGENCE"
001280     ACCEPT WS-AGENCE
001290     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001300     ACCEPT WS-OPERATEUR-ID
001310     PERFORM 7000-CONTROLER-OPERATEUR
001320         THRU 7000-CONTROLER-OPERATEUR-EXIT
001330     IF NOT WS-SIGNON-ADMIS
001340         GO TO 3000-ARRETER-CAISSE-EXIT
001350     END-IF
001380     MOVE WS-OPERATEUR-ID TO WS-GUICHETIER-ID
001390     MOVE ZEROES TO WS-NB-TRAITEES
001400     MOVE ZEROES TO WS-NB-EN-ECART
001410     PERFORM 6000-POSITIONNER-CAISSE
001420         THRU 6000-POSITIONNER-CAISSE-EXIT
001430     PERFORM 3100-ARRETER-DEVISE THRU 3100-ARRETER-DEVISE-EXIT
001440         UNTIL WS-FIN-FICHIER
001450     IF WS-NB-TRAITEES = ZEROES
001460         DISPLAY "AUCUNE CAISSE OUVERTE POUR CET OPERATEUR "
001470                 "DANS CETTE AGENCE"
001480     ELSE
001490         DISPLAY "DEVISES ARRETEES : " WS-NB-TRAITEES
001500                 " DONT EN ECART : " WS-NB-EN-ECART
001510     END-IF
001520     IF WS-NB-EN-ECART > ZEROES
001530         DISPLAY "ECART A FAIRE REGULARISER PAR LE SUPERVISEUR "
001540                 "AVANT TOUTE NOUVELLE IDENTIFICATION"
001550     END-IF.
001560 3000-ARRETER-CAISSE-EXIT.
001570     EXIT.
001580
001590*----------------------------------------------------------------*
001600*  3100-ARRETER-DEVISE - UN PAS DU BALAYAGE : SAISIE DU SOLDE    *
001610*  COMPTE D'UNE DEVISE OUVERTE ET CALCUL DE L'ECART. UN MONTANT  *
001620*  INVALIDE LAISSE LA DEVISE OUVERTE.                            *
001630*----------------------------------------------------------------*
001640 3100-ARRETER-DEVISE.
001650     PERFORM 6100-LIRE-CAISSE THRU 6100-LIRE-CAISSE-EXIT
001660     IF WS-FIN-FICHIER
001670        OR NOT CAI-OUVERTE
001680         GO TO 3100-ARRETER-DEVISE-EXIT
001690     END-IF
001700     COMPUTE WS-SOLDE-THEORIQUE =
001710             CAI-FONDS-INITIAL + CAI-ACHATS - CAI-VENTES
001720     DISPLAY "DEVISE " CAI-DEVISE " DU " CAI-DATE
001730             " FONDS " CAI-FONDS-INITIAL
001740             " ACHATS " CAI-ACHATS
001750             " VENTES " CAI-VENTES
001760     DISPLAY "SOLDE THEORIQUE : " WS-SOLDE-THEORIQUE
001770     DISPLAY "DONNER LE SOLDE COMPTE EN " CAI-DEVISE
001780     ACCEPT WS-SOLDE-SAISI
001790     IF WS-SOLDE-SAISI IS NOT NUMERIC
001800         DISPLAY "MONTANT INVALIDE - DEVISE " CAI-DEVISE
001810                 " NON ARRETEE"
001820         GO TO 3100-ARRETER-DEVISE-EXIT
001830     END-IF
001840     ACCEPT WS-HEURE-SYSTEME FROM TIME
001850     MOVE WS-SOLDE-SAISI TO CAI-SOLDE-COMPTE
001860     COMPUTE CAI-ECART = WS-SOLDE-SAISI - WS-SOLDE-THEORIQUE
001870     MOVE WS-HEURE-SYSTEME TO CAI-HEURE-ARRETE
001880     IF CAI-ECART = ZEROES
001890         MOVE "F" TO CAI-STATUT
001900     ELSE
001910         MOVE "E" TO CAI-STATUT
001920         DISPLAY "ECART DE CAISSE EN " CAI-DEVISE " : "
001930                 CAI-ECART
001940     END-IF
001950     REWRITE CAI-RECORD
001960     IF WS-CAISSE-OK
001970         ADD 1 TO WS-NB-TRAITEES
001980         IF CAI-EN-ECART
001990             ADD 1 TO WS-NB-EN-ECART
002000         END-IF
002010     ELSE
002020         DISPLAY "ERREUR MISE A JOUR - CODE " WS-CAISSE-STATUS
002030     END-IF.
002040 3100-ARRETER-DEVISE-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------------*
002080*  4000-REGULARISER-ECART - VISA DU SUPERVISEUR SUR LES DEVISES  *
002090*  EN ECART DE LA CAISSE D'UN GUICHETIER DANS L'AGENCE, AVEC     *
002100*  JUSTIFICATION OBLIGATOIRE. RESERVE AU ROLE APPROBATEUR ; LE   *
002110*  SUPERVISEUR NE PEUT PAS REGULARISER SA PROPRE CAISSE.         *
002120*----------------------------------------------------------------*
002122 4000-REGULARISER-ECART.
002124     DISPLAY "DONNER CODE AGENCE"
002130     ACCEPT WS-AGENCE
002140     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
002150     ACCEPT WS-OPERATEUR-ID
002160     PERFORM 7000-CONTROLER-OPERATEUR
002170         THRU 7000-CONTROLER-OPERATEUR-EXIT
002180     IF NOT WS-SIGNON-ADMIS
002190         GO TO 4000-REGULARISER-ECART-EXIT
002200     END-IF
002210     IF NOT WS-ROLE-APPROBATEUR
002220         DISPLAY "ROLE APPROBATEUR REQUIS - ACCES REFUSE"
002230         GO TO 4000-REGULARISER-ECART-EXIT
002240     END-IF
002250     DISPLAY "DONNER IDENTIFIANT DU GUICHETIER"
002260     ACCEPT WS-GUICHETIER-ID
002270     IF WS-GUICHETIER-ID = WS-OPERATEUR-ID
002280         DISPLAY "REGULARISATION DE SA PROPRE CAISSE INTERDITE"
002290         GO TO 4000-REGULARISER-ECART-EXIT
002300     END-IF
002330     MOVE ZEROES TO WS-NB-TRAITEES
002340     PERFORM 6000-POSITIONNER-CAISSE
002350         THRU 6000-POSITIONNER-CAISSE-EXIT
002360     PERFORM 4100-REGULARISER-DEVISE
002370         THRU 4100-REGULARISER-DEVISE-EXIT
002380         UNTIL WS-FIN-FICHIER
002390     IF WS-NB-TRAITEES = ZEROES
002400         DISPLAY "AUCUNE CAISSE EN ECART REGULARISEE POUR CE "
002410                 "GUICHETIER DANS CETTE AGENCE"
002420     ELSE
002430         DISPLAY "DEVISES REGULARISEES : " WS-NB-TRAITEES
002440     END-IF.
002450 4000-REGULARISER-ECART-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------------*
002490*  4100-REGULARISER-DEVISE - UN PAS DU BALAYAGE : UNE DEVISE EN  *
002500*  ECART EST REPASSEE AU STATUT ARRETE AVEC LE VISA ET LA        *
002510*  JUSTIFICATION ; SANS JUSTIFICATION, ELLE RESTE EN ECART.      *
002520*----------------------------------------------------------------*
002530 4100-REGULARISER-DEVISE.
002540     PERFORM 6100-LIRE-CAISSE THRU 6100-LIRE-CAISSE-EXIT
002550     IF WS-FIN-FICHIER
002560        OR NOT CAI-EN-ECART
002570         GO TO 4100-REGULARISER-DEVISE-EXIT
002580     END-IF
002590     COMPUTE WS-SOLDE-THEORIQUE =
002600             CAI-FONDS-INITIAL + CAI-ACHATS - CAI-VENTES
002610     DISPLAY "DEVISE " CAI-DEVISE " DU " CAI-DATE
002620             " THEORIQUE " WS-SOLDE-THEORIQUE
002630             " COMPTE " CAI-SOLDE-COMPTE
002640             " ECART " CAI-ECART
002650     DISPLAY "DONNER LA JUSTIFICATION DE L'ECART"
002660     ACCEPT WS-JUSTIFICATION-SAISIE
002670     IF WS-JUSTIFICATION-SAISIE = SPACES
002680         DISPLAY "JUSTIFICATION OBLIGATOIRE - DEVISE "
002690                 CAI-DEVISE " RESTE EN ECART"
002700         GO TO 4100-REGULARISER-DEVISE-EXIT
002710     END-IF
002720     MOVE "F" TO CAI-STATUT
002730     MOVE WS-OPERATEUR-ID TO CAI-VISA-ID
002740     MOVE WS-JUSTIFICATION-SAISIE TO CAI-JUSTIFICATION
002750     REWRITE CAI-RECORD
002760     IF WS-CAISSE-OK
002770         ADD 1 TO WS-NB-TRAITEES
002780     ELSE
002790         DISPLAY "ERREUR MISE A JOUR - CODE " WS-CAISSE-STATUS
002800     END-IF.
002810 4100-REGULARISER-DEVISE-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------------*
002850*  6000-POSITIONNER-CAISSE - POSITIONNEMENT SUR LA PREMIERE      *
002860*  DEVISE DE LA CAISSE (AGENCE, GUICHETIER).                     *
002870*----------------------------------------------------------------*
002880 6000-POSITIONNER-CAISSE.
002890     SET WS-PAS-FIN-FICHIER TO TRUE
002900     MOVE WS-AGENCE TO CAI-AGENCE
002910     MOVE WS-GUICHETIER-ID TO CAI-OPERATEUR-ID
002920     MOVE LOW-VALUES TO CAI-DEVISE
002930     START CAISSE-FILE KEY IS NOT LESS THAN CAI-CLE
002940         INVALID KEY
002950             SET WS-FIN-FICHIER TO TRUE
002960     END-START.
002970 6000-POSITIONNER-CAISSE-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------------*
003010*  6100-LIRE-CAISSE - LECTURE DE LA DEVISE SUIVANTE ; FIN DE     *
003020*  BALAYAGE A LA PREMIERE CAISSE D'UN AUTRE GUICHETIER OU D'UNE  *
003030*  AUTRE AGENCE.                                                 *
003040*----------------------------------------------------------------*
003050 6100-LIRE-CAISSE.
003060     READ CAISSE-FILE NEXT RECORD
003070         AT END
003080             SET WS-FIN-FICHIER TO TRUE
003090             GO TO 6100-LIRE-CAISSE-EXIT
003100     END-READ
003110     IF CAI-AGENCE NOT = WS-AGENCE
003120        OR CAI-OPERATEUR-ID NOT = WS-GUICHETIER-ID
003130         SET WS-FIN-FICHIER TO TRUE
003140     END-IF.
003150 6100-LIRE-CAISSE-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------*
003190*  7000-CONTROLER-OPERATEUR - IDENTIFICATION DE L'OPERATEUR PAR  *
003200*  LA ROUTINE COMMUNE CONTROLE-OPERATEUR : IDENTIFIANT INCONNU   *
003210*  OU SUSPENDU REFUSE.                                           *
003212*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE  *
003214*  AVEC LE CODE AGENCE SAISI.                                    *
003220*----------------------------------------------------------------*
003230 7000-CONTROLER-OPERATEUR.
003240     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
003250                                      WS-CODE-SIGNON
003260                                      WS-ROLE-OPERATEUR
003270                                      WS-PLAFOND-OPERATEUR
003280                                      WS-NOM-OPERATEUR
003282                                      WS-PROGRAMME
003284                                      WS-AGENCE
003290     EVALUATE WS-CODE-SIGNON
003300         WHEN "00"
003310             CONTINUE
003320         WHEN "04"
003330             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
003340         WHEN "08"
003350             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
003351         WHEN "16"
003352             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
003353         WHEN "24"
003354             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
003355         WHEN "28"
003356             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
003357         WHEN "32"
003358             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
003360         WHEN OTHER
003370             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
003380                     "ACCES REFUSE"
003390     END-EVALUATE.
003400 7000-CONTROLER-OPERATEUR-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------*
003440*  9999-EXIT - FERMETURE DU FICHIER DES CAISSES.                 *
003450*----------------------------------------------------------------*
003460 9999-EXIT.
003470     CLOSE CAISSE-FILE.
003480     EXIT.
003490
003500 END PROGRAM ARRETE-CAISSE.
