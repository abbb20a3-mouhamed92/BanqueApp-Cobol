000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAINT-COTATION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION DE LA SALLE DES MARCHES POUR LA TENUE DU FICHIER  *
000090*  DES COTATIONS NEGOCIEES (COTATION).                           *
000100*                                                                *
000110*  RESERVEE A UN OPERATEUR ACTIF DE ROLE TRESORERIE, IDENTIFIE   *
000120*  PAR LA ROUTINE COMMUNE CONTROLE-OPERATEUR. ELLE PERMET :      *
000130*    - DE LISTER LES COTATIONS ACTIVES ;                         *
000140*    - DE SAISIR UNE COTATION POUR UN CLIENT DU REFERENTIEL      *
000150*      (CLIMAST) ET UNE DEVISE DU TABLEAU (DEVRATE) : SENS,      *
000160*      PLAFOND, TAUX, COMMISSION ET ECHEANCE. LE NUMERO ATTRIBUE *
000170*      (JOUR AAQQQ + NUMERO D'ORDRE) EST A COMMUNIQUER AU        *
000180*      GUICHET OU A L'AGENCE QUI LE PORTE SUR L'OPERATION ;      *
000190*    - DE CONSULTER UNE COTATION ;                               *
000200*    - D'ANNULER UNE COTATION ACTIVE (STATUT "X"), AVEC LA DATE, *
000210*      L'HEURE ET L'OPERATEUR DE L'ANNULATION.                   *
000220*  UNE COTATION N'EST JAMAIS SUPPRIMEE : ELLE RESTE LA REFERENCE *
000230*  DES OPERATIONS JOURNALISEES QUI L'ONT UTILISEE.               *
000240*                                                                *
000250*  HISTORIQUE DES MODIFICATIONS.                                 *
000260*  DATE        AUTEUR   DESCRIPTION                              *
000262*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000264*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000266*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000270*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000271*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000272*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000273*                       TRANSMIS POUR LE JOURNAL DES             *
000274*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000275*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000276*                       POUR OPERATEUR VERROUILLE.               *
000277*  15/10/2026  SEI      JOUR AAQQQ DU NUMERO DE COTATION CALCULE *
000278*                       SUR LA DATE DE TRAITEMENT ET NON PLUS    *
000279*                       SUR LA DATE SYSTEME.                     *
000280*================================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT COTATION-FILE ASSIGN TO "COTATION"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS COT-NO
000390         FILE STATUS IS WS-COTATION-STATUS.
000400
000410     SELECT CLIMAST-FILE ASSIGN TO "CLIMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CLM-ID
000450         FILE STATUS IS WS-CLIMAST-STATUS.
000460
000470     SELECT DEVRATE-FILE ASSIGN TO "DEVRATE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DEV-CODE
000510         FILE STATUS IS WS-DEVRATE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  COTATION-FILE.
000560 COPY DEVCPY29.
000570
000580 FD  CLIMAST-FILE.
000590 COPY DEVCPY19.
000600
000610 FD  DEVRATE-FILE.
000620 COPY DEVCPY01.
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-COTATION-STATUS          PIC X(02).
000660     88  WS-COTATION-OK              VALUE "00".
000670     88  WS-COTATION-NOUVEAU         VALUE "35".
000680 01  WS-CLIMAST-STATUS           PIC X(02).
000690     88  WS-CLIMAST-OK               VALUE "00".
000700 01  WS-DEVRATE-STATUS           PIC X(02).
000710     88  WS-DEVRATE-OK               VALUE "00".
000720 77  WS-SW-CONTINUER             PIC X(01).
000730     88  WS-CONTINUER                VALUE "O".
000740     88  WS-TERMINER                 VALUE "N".
000750 77  WS-SW-FIN-FICHIER           PIC X(01).
000760     88  WS-FIN-FICHIER              VALUE "O".
000770     88  WS-PAS-FIN-FICHIER          VALUE "N".
000780 77  WS-SW-COTATIONS             PIC X(01) VALUE "N".
000790     88  WS-COTATIONS-OUVERTES       VALUE "O".
000800 77  WS-SW-CLIMAST               PIC X(01) VALUE "N".
000810     88  WS-CLIMAST-OUVERT           VALUE "O".
000820 77  WS-SW-DEVRATE               PIC X(01) VALUE "N".
000830     88  WS-DEVRATE-OUVERT           VALUE "O".
000840 77  WS-SW-COTATION-TROUVEE      PIC X(01).
000850     88  WS-COTATION-TROUVEE         VALUE "O".
000860     88  WS-COTATION-ABSENTE         VALUE "N".
000870 77  WS-CHOIX-MENU               PIC X(01).
000880 77  WS-CONFIRMATION             PIC X(01).
000890 77  WS-OPERATEUR-ID             PIC X(08).
000900 77  WS-CODE-SIGNON              PIC X(02).
000910     88  WS-SIGNON-ADMIS             VALUE "00".
000920 77  WS-ROLE-OPERATEUR           PIC X(01).
000930     88  WS-ROLE-TRESORERIE          VALUE "T".
000940 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000950 77  WS-NOM-OPERATEUR            PIC X(25).
000951 77  WS-PROGRAMME                PIC X(30) VALUE
000952         "MAINT-COTATION".
000953 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000954 77  WS-DATE-SYSTEME             PIC 9(08).
000955 77  WS-FONCTION-DATE            PIC X(01).
000960 77  WS-CODE-DATE                PIC X(02).
000970 77  WS-HEURE-SYSTEME            PIC 9(06).
000980 77  WS-JOUR-QUANTIEME           PIC 9(05).
000982 77  WS-QUOTIENT                 PIC 9(04).
000984 77  WS-RESTE-4                  PIC 9(04).
000986 77  WS-RESTE-100                PIC 9(04).
000988 77  WS-RESTE-400                PIC 9(04).
000990 77  WS-DERNIER-ORDRE            PIC 9(03).
001000 77  WS-NO-SAISI                 PIC 9(08).
001010 77  WS-CLIENT-SAISI             PIC X(08).
001020 77  WS-SENS-SAISI               PIC X(01).
001030     88  WS-SENS-VALIDE              VALUE "D" "T".
001040     88  WS-SENS-VENTE-DEVISE        VALUE "T".
001050 77  WS-DEVISE-SAISIE            PIC X(03).
001060 77  WS-PLAFOND-SAISI            PIC 9(05)V9(02).
001070 77  WS-TAUX-SAISI               PIC 9(03)V9(04).
001080 77  WS-TYPE-FRAIS-SAISI         PIC X(01).
001090     88  WS-TYPE-FRAIS-VALIDE        VALUE "F" "P" "S".
001100 77  WS-FRAIS-FIXES-SAISIS       PIC 9(05)V9(02).
001110 77  WS-POURCENTAGE-SAISI        PIC 9(02)V9(03).
001120 77  WS-DATE-ECHEANCE-SAISIE     PIC 9(08).
001130 77  WS-HEURE-ECHEANCE-SAISIE    PIC 9(06).
001140 77  WS-NB-AFFICHEES             PIC 9(05) COMP.
01140A
001141 01  WS-DATE-QUANTIEME           PIC 9(08).
01141A 01  WS-DATE-QUANTIEME-R REDEFINES WS-DATE-QUANTIEME.
001142     05  WS-QTM-ANNEE            PIC 9(04).
01142A     05  WS-QTM-ANNEE-R REDEFINES WS-QTM-ANNEE.
001143         10  FILLER              PIC 9(02).
01143A         10  WS-QTM-AA           PIC 9(02).
001144     05  WS-QTM-MOIS             PIC 9(02).
01144A     05  WS-QTM-JOUR             PIC 9(02).
001145 01  WS-TABLE-CUMUL-V.
001146     05  FILLER                  PIC X(36) VALUE
001147         "000031059090120151181212243273304334".
001148 01  WS-TABLE-CUMUL REDEFINES WS-TABLE-CUMUL-V.
001149     05  WS-JOURS-AVANT-MOIS     PIC 9(03) OCCURS 12.
001150
001160 PROCEDURE DIVISION.
001170
001180*----------------------------------------------------------------*
001190*  0000-MAINLINE.                                                *
001200*----------------------------------------------------------------*
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001230     IF WS-CONTINUER
001240         PERFORM 1500-IDENTIFIER-OPERATEUR
001250             THRU 1500-IDENTIFIER-OPERATEUR-EXIT
001260     END-IF
001270     PERFORM 2000-TRAITER-MENU THRU 2000-TRAITER-MENU-EXIT
001280         UNTIL WS-TERMINER
001290     PERFORM 9999-EXIT
001300     STOP RUN.
001310
001320*----------------------------------------------------------------*
001330*  1000-INITIALISER - OUVERTURE DU FICHIER DES COTATIONS, CREE   *
001340*  VIDE S'IL N'EXISTE PAS ENCORE, DU REFERENTIEL CLIENTS ET DU   *
001350*  FICHIER DES TAUX ACTIFS, INDISPENSABLES A LA SAISIE.          *
001360*----------------------------------------------------------------*
001370 1000-INITIALISER.
001380     SET WS-CONTINUER TO TRUE
001381     MOVE "L" TO WS-FONCTION-DATE
001382     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001383                                   WS-DATE-SYSTEME
001384                                   WS-CODE-DATE
001385     IF WS-CODE-DATE NOT = "00"
001386         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001387                 "DATE SYSTEME RETENUE"
001390     END-IF
001400     OPEN I-O COTATION-FILE
001410     IF WS-COTATION-NOUVEAU
001420         OPEN OUTPUT COTATION-FILE
001430         CLOSE COTATION-FILE
001440         OPEN I-O COTATION-FILE
001450     END-IF
001460     IF WS-COTATION-OK
001470         SET WS-COTATIONS-OUVERTES TO TRUE
001480     ELSE
001490         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES COTATIONS"
001500         SET WS-TERMINER TO TRUE
001510         GO TO 1000-INITIALISER-EXIT
001520     END-IF
001530     OPEN INPUT CLIMAST-FILE
001540     IF WS-CLIMAST-OK
001550         SET WS-CLIMAST-OUVERT TO TRUE
001560     ELSE
001570         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL CLIENTS"
001580         SET WS-TERMINER TO TRUE
001590         GO TO 1000-INITIALISER-EXIT
001600     END-IF
001610     OPEN INPUT DEVRATE-FILE
001620     IF WS-DEVRATE-OK
001630         SET WS-DEVRATE-OUVERT TO TRUE
001640     ELSE
001650         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES TAUX"
001660         SET WS-TERMINER TO TRUE
001670     END-IF.
001680 1000-INITIALISER-EXIT.
001690     EXIT.
001700
001710*----------------------------------------------------------------*
001720*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001730*  COMMUNE : IDENTIFIANT INCONNU OU SUSPENDU REFUSE, ROLE        *
001740*  TRESORERIE EXIGE.                                             *
001745*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001750*----------------------------------------------------------------*
001760 1500-IDENTIFIER-OPERATEUR.
001770     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001780     ACCEPT WS-OPERATEUR-ID
001790     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001800                                      WS-CODE-SIGNON
001810                                      WS-ROLE-OPERATEUR
001820                                      WS-PLAFOND-OPERATEUR
001830                                      WS-NOM-OPERATEUR
001832                                      WS-PROGRAMME
001834                                      WS-AGENCE-SIGNON
001840     EVALUATE WS-CODE-SIGNON
001850         WHEN "00"
001860             IF NOT WS-ROLE-TRESORERIE
001870                 DISPLAY "ROLE TRESORERIE REQUIS - ACCES REFUSE"
001880                 SET WS-TERMINER TO TRUE
001890             END-IF
001900         WHEN "04"
001910             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001920             SET WS-TERMINER TO TRUE
001930         WHEN "08"
001940             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001950             SET WS-TERMINER TO TRUE
001951         WHEN "16"
001952             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001953             SET WS-TERMINER TO TRUE
001954         WHEN "24"
001955             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001956             SET WS-TERMINER TO TRUE
001957         WHEN "28"
001958             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001959             SET WS-TERMINER TO TRUE
001960         WHEN "32"
001961             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001962             SET WS-TERMINER TO TRUE
001963         WHEN OTHER
001970             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001980                     "ACCES REFUSE"
001990             SET WS-TERMINER TO TRUE
002000     END-EVALUATE.
002010 1500-IDENTIFIER-OPERATEUR-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------------*
002050*  2000-TRAITER-MENU - MENU DE LA TRANSACTION DES COTATIONS.     *
002060*----------------------------------------------------------------*
002070 2000-TRAITER-MENU.
002080     DISPLAY "1. LISTE DES COTATIONS ACTIVES"
002090     DISPLAY "2. SAISIE D'UNE COTATION"
002100     DISPLAY "3. CONSULTATION D'UNE COTATION"
002110     DISPLAY "4. ANNULATION D'UNE COTATION"
002120     DISPLAY "5. QUITTER"
002130     DISPLAY "DONNER VOTRE CHOIX"
002140     ACCEPT WS-CHOIX-MENU
002150
002160     EVALUATE WS-CHOIX-MENU
002170         WHEN "1"
002180             PERFORM 3000-LISTER-COTATIONS
002190                 THRU 3000-LISTER-COTATIONS-EXIT
002200         WHEN "2"
002210             PERFORM 4000-SAISIR-COTATION
002220                 THRU 4000-SAISIR-COTATION-EXIT
002230         WHEN "3"
002240             PERFORM 5000-CONSULTER-COTATION
002250                 THRU 5000-CONSULTER-COTATION-EXIT
002260         WHEN "4"
002270             PERFORM 6000-ANNULER-COTATION
002280                 THRU 6000-ANNULER-COTATION-EXIT
002290         WHEN "5"
002300             SET WS-TERMINER TO TRUE
002310         WHEN OTHER
002320             DISPLAY "CHOIX INVALIDE"
002330     END-EVALUATE.
002340 2000-TRAITER-MENU-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------------*
002380*  3000-LISTER-COTATIONS - LISTE DES COTATIONS ACTIVES, DANS     *
002390*  L'ORDRE DES NUMEROS (DONC DE SAISIE).                         *
002400*----------------------------------------------------------------*
002410 3000-LISTER-COTATIONS.
002420     MOVE ZEROES TO WS-NB-AFFICHEES
002430     SET WS-PAS-FIN-FICHIER TO TRUE
002440     MOVE ZEROES TO COT-NO
002450     START COTATION-FILE KEY IS NOT LESS THAN COT-NO
002460         INVALID KEY
002470             SET WS-FIN-FICHIER TO TRUE
002480     END-START
002490     PERFORM 3100-LISTER-LIGNE THRU 3100-LISTER-LIGNE-EXIT
002500         UNTIL WS-FIN-FICHIER
002510     DISPLAY WS-NB-AFFICHEES " COTATION(S) ACTIVE(S)".
002520 3000-LISTER-COTATIONS-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560*  3100-LISTER-LIGNE - UN PAS DE LA LISTE : SEULES LES           *
002570*  COTATIONS ACTIVES SONT AFFICHEES.                             *
002580*----------------------------------------------------------------*
002590 3100-LISTER-LIGNE.
002600     READ COTATION-FILE NEXT RECORD
002610         AT END
002620             SET WS-FIN-FICHIER TO TRUE
002630             GO TO 3100-LISTER-LIGNE-EXIT
002640     END-READ
002650     IF COT-ACTIVE
002660         PERFORM 7000-AFFICHER-COTATION
002670             THRU 7000-AFFICHER-COTATION-EXIT
002680         ADD 1 TO WS-NB-AFFICHEES
002690     END-IF.
002700 3100-LISTER-LIGNE-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740*  4000-SAISIR-COTATION - SAISIE ET CONTROLE D'UNE COTATION,     *
002750*  PUIS ATTRIBUTION DU NUMERO ET ENREGISTREMENT AU STATUT        *
002760*  ACTIVE. LE PLAFOND S'EXPRIME COMME LE MONTANT DE L'OPERATION  *
002770*  (EN DEVISE POUR LE SENS "D", EN TND POUR LE SENS "T").        *
002780*----------------------------------------------------------------*
002790 4000-SAISIR-COTATION.
002800     DISPLAY "DONNER L'IDENTIFIANT CLIENT"
002810     ACCEPT WS-CLIENT-SAISI
002820     MOVE WS-CLIENT-SAISI TO CLM-ID
002830     READ CLIMAST-FILE
002840         KEY IS CLM-ID
002850         INVALID KEY
002860             DISPLAY "CLIENT INCONNU - COTATION NON SAISIE"
002870             GO TO 4000-SAISIR-COTATION-EXIT
002880     END-READ
002890     DISPLAY "CLIENT : " CLM-NOM
002900
002910     DISPLAY "SENS : D ACHAT DE DEVISES AU CLIENT (DEVISE -> "
002920             "TND), T VENTE DE DEVISES AU CLIENT (TND -> DEVISE)"
002930     ACCEPT WS-SENS-SAISI
002940     IF NOT WS-SENS-VALIDE
002950         DISPLAY "SENS INVALIDE - COTATION NON SAISIE"
002960         GO TO 4000-SAISIR-COTATION-EXIT
002970     END-IF
002980
002990     DISPLAY "DONNER LA DEVISE"
003000     ACCEPT WS-DEVISE-SAISIE
003010     IF WS-DEVISE-SAISIE = "TND"
003020         DISPLAY "DEVISE INVALIDE - COTATION NON SAISIE"
003030         GO TO 4000-SAISIR-COTATION-EXIT
003040     END-IF
003050     MOVE WS-DEVISE-SAISIE TO DEV-CODE
003060     READ DEVRATE-FILE
003070         KEY IS DEV-CODE
003080         INVALID KEY
003090             DISPLAY "DEVISE INCONNUE - COTATION NON SAISIE"
003100             GO TO 4000-SAISIR-COTATION-EXIT
003110     END-READ
003120     DISPLAY "COURS DU TABLEAU : " DEV-TAUX
003130
003140     IF WS-SENS-VENTE-DEVISE
003150         DISPLAY "DONNER LE PLAFOND EN TND"
003160     ELSE
003170         DISPLAY "DONNER LE PLAFOND EN " WS-DEVISE-SAISIE
003180     END-IF
003190     ACCEPT WS-PLAFOND-SAISI
003200     IF WS-PLAFOND-SAISI IS NOT NUMERIC
003210        OR WS-PLAFOND-SAISI = ZEROES
003220         DISPLAY "PLAFOND INVALIDE - COTATION NON SAISIE"
003230         GO TO 4000-SAISIR-COTATION-EXIT
003240     END-IF
003250
003260     DISPLAY "DONNER LE TAUX COTE (TND POUR UNE UNITE DE DEVISE)"
003270     ACCEPT WS-TAUX-SAISI
003280     IF WS-TAUX-SAISI IS NOT NUMERIC
003290        OR WS-TAUX-SAISI = ZEROES
003300         DISPLAY "TAUX INVALIDE - COTATION NON SAISIE"
003310         GO TO 4000-SAISIR-COTATION-EXIT
003320     END-IF
003330
003340     DISPLAY "COMMISSION : F FIXE, P POURCENTAGE, S SANS FRAIS"
003350     ACCEPT WS-TYPE-FRAIS-SAISI
003360     IF NOT WS-TYPE-FRAIS-VALIDE
003370         DISPLAY "TYPE DE COMMISSION INVALIDE - COTATION NON "
003380                 "SAISIE"
003390         GO TO 4000-SAISIR-COTATION-EXIT
003400     END-IF
003410     MOVE ZEROES TO WS-FRAIS-FIXES-SAISIS
003420     MOVE ZEROES TO WS-POURCENTAGE-SAISI
003430     IF WS-TYPE-FRAIS-SAISI = "F"
003440         DISPLAY "DONNER LE MONTANT FIXE DE LA COMMISSION"
003450         ACCEPT WS-FRAIS-FIXES-SAISIS
003460     END-IF
003470     IF WS-TYPE-FRAIS-SAISI = "P"
003480         DISPLAY "DONNER LE POURCENTAGE DE LA COMMISSION"
003490         ACCEPT WS-POURCENTAGE-SAISI
003500     END-IF
003510     IF WS-FRAIS-FIXES-SAISIS IS NOT NUMERIC
003520        OR WS-POURCENTAGE-SAISI IS NOT NUMERIC
003530         DISPLAY "COMMISSION INVALIDE - COTATION NON SAISIE"
003540         GO TO 4000-SAISIR-COTATION-EXIT
003550     END-IF
003560
003570     PERFORM 4100-SAISIR-ECHEANCE THRU 4100-SAISIR-ECHEANCE-EXIT
003580     IF WS-DATE-ECHEANCE-SAISIE = ZEROES
003590         GO TO 4000-SAISIR-COTATION-EXIT
003600     END-IF
003610
003620     PERFORM 4200-ATTRIBUER-NUMERO THRU 4200-ATTRIBUER-NUMERO-EXIT
003630     IF WS-DERNIER-ORDRE >= 999
003640         DISPLAY "NUMEROTATION DU JOUR EPUISEE - COTATION NON "
003650                 "SAISIE"
003660         GO TO 4000-SAISIR-COTATION-EXIT
003670     END-IF
003680
003690     ACCEPT WS-HEURE-SYSTEME FROM TIME
003700     MOVE SPACES TO COT-RECORD
003710     MOVE WS-JOUR-QUANTIEME TO COT-NO-JOUR
003720     COMPUTE COT-NO-ORDRE = WS-DERNIER-ORDRE + 1
003730     MOVE WS-CLIENT-SAISI TO COT-CLIENT-ID
003740     MOVE WS-SENS-SAISI TO COT-SENS
003750     IF WS-SENS-VENTE-DEVISE
003760         MOVE "TND" TO COT-DEVISE-SOURCE
003770         MOVE WS-DEVISE-SAISIE TO COT-DEVISE-CIBLE
003780     ELSE
003790         MOVE WS-DEVISE-SAISIE TO COT-DEVISE-SOURCE
003800         MOVE "TND" TO COT-DEVISE-CIBLE
003810     END-IF
003820     MOVE WS-PLAFOND-SAISI TO COT-MONTANT-PLAFOND
003830     MOVE WS-TAUX-SAISI TO COT-TAUX
003840     MOVE WS-TYPE-FRAIS-SAISI TO COT-TYPE-FRAIS
003850     MOVE WS-FRAIS-FIXES-SAISIS TO COT-MONTANT-FIXE
003860     MOVE WS-POURCENTAGE-SAISI TO COT-POURCENTAGE
003870     MOVE WS-DATE-ECHEANCE-SAISIE TO COT-DATE-EXPIRATION
003880     MOVE WS-HEURE-ECHEANCE-SAISIE TO COT-HEURE-EXPIRATION
003890     SET COT-ACTIVE TO TRUE
003900     MOVE WS-DATE-SYSTEME TO COT-DATE-CREATION
003910     MOVE WS-HEURE-SYSTEME TO COT-HEURE-CREATION
003920     MOVE WS-OPERATEUR-ID TO COT-OPERATEUR-ID
003930     MOVE ZEROES TO COT-DATE-CLOTURE
003940     MOVE ZEROES TO COT-HEURE-CLOTURE
003950     MOVE SPACES TO COT-OPERATEUR-CLOTURE
003960     WRITE COT-RECORD
003970         INVALID KEY
003980             DISPLAY "ERREUR ENREGISTREMENT COTATION - CODE "
003990                     WS-COTATION-STATUS
004000             GO TO 4000-SAISIR-COTATION-EXIT
004010     END-WRITE
004020     DISPLAY "COTATION ENREGISTREE SOUS LE NUMERO " COT-NO.
004030 4000-SAISIR-COTATION-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------------*
004070*  4100-SAISIR-ECHEANCE - DATE (ZERO = AUJOURD'HUI) ET HEURE     *
004080*  (ZERO = FIN DE JOURNEE) D'ECHEANCE, QUI NE PEUVENT ETRE DEJA  *
004090*  PASSEES. UNE ECHEANCE REFUSEE EST RENDUE A ZERO.              *
004100*----------------------------------------------------------------*
004110 4100-SAISIR-ECHEANCE.
004120     DISPLAY "DONNER LA DATE D'ECHEANCE (AAAAMMJJ, "
004130             "0 = AUJOURD'HUI)"
004140     ACCEPT WS-DATE-ECHEANCE-SAISIE
004150     IF WS-DATE-ECHEANCE-SAISIE IS NOT NUMERIC
004160        OR WS-DATE-ECHEANCE-SAISIE = ZEROES
004170         MOVE WS-DATE-SYSTEME TO WS-DATE-ECHEANCE-SAISIE
004180     END-IF
004190     DISPLAY "DONNER L'HEURE D'ECHEANCE (HHMMSS, "
004200             "0 = FIN DE JOURNEE)"
004210     ACCEPT WS-HEURE-ECHEANCE-SAISIE
004220     IF WS-HEURE-ECHEANCE-SAISIE IS NOT NUMERIC
004230        OR WS-HEURE-ECHEANCE-SAISIE = ZEROES
004240         MOVE 235959 TO WS-HEURE-ECHEANCE-SAISIE
004250     END-IF
004260     ACCEPT WS-HEURE-SYSTEME FROM TIME
004270     IF WS-DATE-ECHEANCE-SAISIE < WS-DATE-SYSTEME
004280        OR (WS-DATE-ECHEANCE-SAISIE = WS-DATE-SYSTEME
004290            AND WS-HEURE-ECHEANCE-SAISIE < WS-HEURE-SYSTEME)
004300         DISPLAY "ECHEANCE DEJA PASSEE - COTATION NON SAISIE"
004310         MOVE ZEROES TO WS-DATE-ECHEANCE-SAISIE
004320     END-IF.
004330 4100-SAISIR-ECHEANCE-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------*
004370*  4200-ATTRIBUER-NUMERO - DERNIER NUMERO D'ORDRE DEJA ATTRIBUE  *
004380*  DANS LA JOURNEE (JOUR AAQQQ), ZERO S'IL N'Y EN A PAS.         *
004384*  LE JOUR AAQQQ EST CELUI DE LA DATE DE TRAITEMENT, DATE DE     *
004388*  CREATION DE LA COTATION.                                      *
004390*----------------------------------------------------------------*
004400 4200-ATTRIBUER-NUMERO.
004409     PERFORM 4250-CALCULER-QUANTIEME
004418         THRU 4250-CALCULER-QUANTIEME-EXIT
004420     MOVE ZEROES TO WS-DERNIER-ORDRE
004430     SET WS-PAS-FIN-FICHIER TO TRUE
004440     MOVE WS-JOUR-QUANTIEME TO COT-NO-JOUR
004450     MOVE ZEROES TO COT-NO-ORDRE
004460     START COTATION-FILE KEY IS NOT LESS THAN COT-NO
004470         INVALID KEY
004480             SET WS-FIN-FICHIER TO TRUE
004490     END-START
004500     PERFORM 4300-LIRE-NUMERO THRU 4300-LIRE-NUMERO-EXIT
004510         UNTIL WS-FIN-FICHIER.
004520 4200-ATTRIBUER-NUMERO-EXIT.
04520A     EXIT.
04520B
004521*----------------------------------------------------------------*
04521A*  4250-CALCULER-QUANTIEME - JOUR AAQQQ DE LA DATE DE            *
04521B*  TRAITEMENT : ANNEE SUR DEUX CHIFFRES ET RANG DU JOUR DANS     *
004522*  L'ANNEE (ANNEES BISSEXTILES COMPRISES).                       *
04522A*----------------------------------------------------------------*
04522B 4250-CALCULER-QUANTIEME.
004523     MOVE WS-DATE-SYSTEME TO WS-DATE-QUANTIEME
04523A     COMPUTE WS-JOUR-QUANTIEME = WS-QTM-AA * 1000
04523B                   + WS-JOURS-AVANT-MOIS (WS-QTM-MOIS)
004524                   + WS-QTM-JOUR
04524A     IF WS-QTM-MOIS NOT > 2
04524B         GO TO 4250-CALCULER-QUANTIEME-EXIT
004525     END-IF
04525A     DIVIDE WS-QTM-ANNEE BY 4 GIVING WS-QUOTIENT
04525B         REMAINDER WS-RESTE-4
004526     DIVIDE WS-QTM-ANNEE BY 100 GIVING WS-QUOTIENT
04526A         REMAINDER WS-RESTE-100
04526B     DIVIDE WS-QTM-ANNEE BY 400 GIVING WS-QUOTIENT
004527         REMAINDER WS-RESTE-400
04527A     IF WS-RESTE-400 = ZEROES
004528        OR (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
04528A         ADD 1 TO WS-JOUR-QUANTIEME
004529     END-IF.
04529A 4250-CALCULER-QUANTIEME-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------*
004560*  4300-LIRE-NUMERO - UN PAS DU BALAYAGE DES COTATIONS DU JOUR.  *
004570*----------------------------------------------------------------*
004580 4300-LIRE-NUMERO.
004590     READ COTATION-FILE NEXT RECORD
004600         AT END
004610             SET WS-FIN-FICHIER TO TRUE
004620             GO TO 4300-LIRE-NUMERO-EXIT
004630     END-READ
004640     IF COT-NO-JOUR NOT = WS-JOUR-QUANTIEME
004650         SET WS-FIN-FICHIER TO TRUE
004660     ELSE
004670         MOVE COT-NO-ORDRE TO WS-DERNIER-ORDRE
004680     END-IF.
004690 4300-LIRE-NUMERO-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------*
004730*  5000-CONSULTER-COTATION - DETAIL D'UNE COTATION.              *
004740*----------------------------------------------------------------*
004750 5000-CONSULTER-COTATION.
004760     PERFORM 8000-LIRE-COTATION THRU 8000-LIRE-COTATION-EXIT
004770     IF WS-COTATION-ABSENTE
004780         GO TO 5000-CONSULTER-COTATION-EXIT
004790     END-IF
004800     PERFORM 7000-AFFICHER-COTATION
004810         THRU 7000-AFFICHER-COTATION-EXIT
004820     DISPLAY "  COMMISSION " COT-TYPE-FRAIS
004830             " FIXE " COT-MONTANT-FIXE
004840             " POURCENTAGE " COT-POURCENTAGE
004850     DISPLAY "  SAISIE LE " COT-DATE-CREATION " A "
004860             COT-HEURE-CREATION " PAR " COT-OPERATEUR-ID
004870     IF NOT COT-ACTIVE
004880         DISPLAY "  SOLDEE LE " COT-DATE-CLOTURE " A "
004890                 COT-HEURE-CLOTURE " PAR " COT-OPERATEUR-CLOTURE
004900     END-IF.
004910 5000-CONSULTER-COTATION-EXIT.
004920     EXIT.
004930
004940*----------------------------------------------------------------*
004950*  6000-ANNULER-COTATION - UNE COTATION ACTIVE EST ANNULEE AVEC  *
004960*  CONFIRMATION ; ELLE NE PEUT PLUS SERVIR. UNE COTATION DEJA    *
004970*  UTILISEE NE PEUT PLUS ETRE ANNULEE.                           *
004980*----------------------------------------------------------------*
004990 6000-ANNULER-COTATION.
005000     PERFORM 8000-LIRE-COTATION THRU 8000-LIRE-COTATION-EXIT
005010     IF WS-COTATION-ABSENTE
005020         GO TO 6000-ANNULER-COTATION-EXIT
005030     END-IF
005040     PERFORM 7000-AFFICHER-COTATION
005050         THRU 7000-AFFICHER-COTATION-EXIT
005060     IF NOT COT-ACTIVE
005070         DISPLAY "COTATION NON ACTIVE (STATUT " COT-STATUT
005080                 ") - ANNULATION REFUSEE"
005090         GO TO 6000-ANNULER-COTATION-EXIT
005100     END-IF
005110     DISPLAY "CONFIRMER L'ANNULATION (O/N) ?"
005120     ACCEPT WS-CONFIRMATION
005130     IF WS-CONFIRMATION NOT = "O"
005140         DISPLAY "ANNULATION ABANDONNEE - COTATION INCHANGEE"
005150         GO TO 6000-ANNULER-COTATION-EXIT
005160     END-IF
005170     ACCEPT WS-HEURE-SYSTEME FROM TIME
005180     SET COT-ANNULEE TO TRUE
005190     MOVE WS-DATE-SYSTEME TO COT-DATE-CLOTURE
005200     MOVE WS-HEURE-SYSTEME TO COT-HEURE-CLOTURE
005210     MOVE WS-OPERATEUR-ID TO COT-OPERATEUR-CLOTURE
005220     REWRITE COT-RECORD
005230     IF WS-COTATION-OK
005240         DISPLAY "COTATION " COT-NO " ANNULEE"
005250     ELSE
005260         DISPLAY "ERREUR MISE A JOUR COTATION - CODE "
005270                 WS-COTATION-STATUS
005280     END-IF.
005290 6000-ANNULER-COTATION-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330*  7000-AFFICHER-COTATION - RESUME DE LA COTATION COURANTE.      *
005340*----------------------------------------------------------------*
005350 7000-AFFICHER-COTATION.
005360     DISPLAY "COTATION " COT-NO
005370             " CLIENT " COT-CLIENT-ID
005380             " SENS " COT-SENS " " COT-DEVISE-SOURCE
005390             "->" COT-DEVISE-CIBLE
005400             " PLAFOND " COT-MONTANT-PLAFOND
005410             " TAUX " COT-TAUX
005420             " ECHEANCE " COT-DATE-EXPIRATION
005430             " " COT-HEURE-EXPIRATION
005440             " STATUT " COT-STATUT.
005450 7000-AFFICHER-COTATION-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------*
005490*  8000-LIRE-COTATION - SAISIE DU NUMERO ET LECTURE DE LA        *
005500*  COTATION.                                                     *
005510*----------------------------------------------------------------*
005520 8000-LIRE-COTATION.
005530     SET WS-COTATION-ABSENTE TO TRUE
005540     DISPLAY "DONNER LE NUMERO DE COTATION"
005550     ACCEPT WS-NO-SAISI
005560     IF WS-NO-SAISI IS NOT NUMERIC
005570        OR WS-NO-SAISI = ZEROES
005580         DISPLAY "NUMERO DE COTATION INVALIDE"
005590         GO TO 8000-LIRE-COTATION-EXIT
005600     END-IF
005610     MOVE WS-NO-SAISI TO COT-NO
005620     READ COTATION-FILE
005630         KEY IS COT-NO
005640         INVALID KEY
005650             DISPLAY "COTATION INCONNUE"
005660             GO TO 8000-LIRE-COTATION-EXIT
005670     END-READ
005680     SET WS-COTATION-TROUVEE TO TRUE.
005690 8000-LIRE-COTATION-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730*  9999-EXIT - FERMETURE DES FICHIERS.                           *
005740*----------------------------------------------------------------*
005750 9999-EXIT.
005760     IF WS-COTATIONS-OUVERTES
005770         CLOSE COTATION-FILE
005780     END-IF
005790     IF WS-CLIMAST-OUVERT
005800         CLOSE CLIMAST-FILE
005810     END-IF
005820     IF WS-DEVRATE-OUVERT
005830         CLOSE DEVRATE-FILE
005840     END-IF.
005850     EXIT.
005860
005870 END PROGRAM MAINT-COTATION.
