000140*  L'ACCES EST LIBRE POUR PERMETTRE LA CREATION DU PREMIER       *
000150*  PROFIL APPROBATEUR.                                           *
000160*                                                                *
00160A*  L'IDENTIFICATION PASSE PAR LA ROUTINE COMMUNE                 *
000161*  CONTROLE-OPERATEUR (CODE PIN, VERROUILLAGE, JOURNAL). TANT    *
000162*  QU'AUCUN PROFIL APPROBATEUR N'A DE CODE PIN (MISE EN PLACE DES*
000163*  CODES), L'ACCES RESTE LIBRE POUR ATTRIBUER LE PREMIER. LE CODE*
000164*  PIN N'EST NI SAISI EN CLAIR AILLEURS QU'A SON ATTRIBUTION, NI *
000165*  AFFICHE : LA LISTE N'EN DONNE QUE L'ETAT ET L'EXPIRATION. UN  *
000166*  NOUVEAU PROFIL RECOIT UN CODE PROVISOIRE, A CHANGER A LA      *
000167*  PREMIERE UTILISATION ; LE DEVERROUILLAGE D'UN OPERATEUR       *
000168*  S'ACCOMPAGNE TOUJOURS D'UN NOUVEAU CODE PROVISOIRE.           *
000169*                                                                *
000170*  HISTORIQUE DES MODIFICATIONS.                                 *
000180*  DATE        AUTEUR   DESCRIPTION                              *
000190*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000191*  15/10/2026  SEI      IDENTIFICATION PAR CONTROLE-OPERATEUR    *
000192*                       AVEC CODE PIN. CODE PIN PROVISOIRE A LA  *
000193*                       CREATION D'UN PROFIL, MENU 4             *
000194*                       DEVERROUILLAGE ET NOUVEAU CODE PIN       *
000195*                       (QUITTER PASSE EN 5), ETAT DU CODE ET    *
000196*                       VERROUILLAGE DANS LA LISTE.              *
000200*================================================================*
000210
000220 ENVIRONMENT DIVISION.
000520 77  WS-ROLE-SAISI               PIC X(01).
000530 77  WS-STATUT-SAISI             PIC X(01).
000540 77  WS-PLAFOND-SAISI            PIC 9(07)V9(02).
00540A 77  WS-CODE-SIGNON              PIC X(02).
000541     88  WS-SIGNON-ADMIS             VALUE "00".
00541A 77  WS-ROLE-OPERATEUR           PIC X(01).
000542     88  WS-ROLE-APPROBATEUR         VALUE "A".
00542A 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000543 77  WS-NOM-OPERATEUR            PIC X(25).
00543A 77  WS-PROGRAMME                PIC X(30) VALUE
000544         "MAINT-OPERATEUR".
00544A 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000545 77  WS-SW-APPROBATEUR-PIN       PIC X(01).
00545A     88  WS-APPROBATEUR-AVEC-PIN     VALUE "O".
000546     88  WS-AUCUN-APPROBATEUR-PIN    VALUE "N".
00546A 77  WS-SW-PIN                   PIC X(01).
000547     88  WS-PIN-CORRECT              VALUE "O".
00547A     88  WS-PIN-INCORRECT            VALUE "N".
000548 77  WS-PIN-SAISI                PIC X(06).
00548A 77  WS-PIN-BROUILLE             PIC 9(09).
000549 77  WS-ETAT-PIN                 PIC X(10).
000550 77  WS-NB-AFFICHES              PIC 9(05) COMP.
000560
000570 PROCEDURE DIVISION.
000930*----------------------------------------------------------------*
000940*  1500-IDENTIFIER-OPERATEUR - ACCES RESERVE A UN APPROBATEUR    *
000950*  ACTIF. FICHIER VIDE = PREMIER LANCEMENT : ACCES LIBRE POUR    *
000954*  CREER LE PREMIER PROFIL ; DE MEME TANT QU'AUCUN APPROBATEUR   *
000958*  N'A DE CODE PIN. SINON IDENTIFICATION PAR LA ROUTINE COMMUNE, *
000962*  FICHIER DES PROFILS FERME LE TEMPS DE L'APPEL (LA ROUTINE LE  *
000966*  MET A JOUR).                                                  *
000970*----------------------------------------------------------------*
000980 1500-IDENTIFIER-OPERATEUR.
000990     MOVE LOW-VALUES TO OPR-ID
001030                     "UN PROFIL APPROBATEUR"
001040             GO TO 1500-IDENTIFIER-OPERATEUR-EXIT
001050     END-START
001056     SET WS-AUCUN-APPROBATEUR-PIN TO TRUE
001062     SET WS-PAS-FIN-FICHIER TO TRUE
001068     PERFORM 1600-RECHERCHER-APPROBATEUR
001074         THRU 1600-RECHERCHER-APPROBATEUR-EXIT
001080         UNTIL WS-FIN-FICHIER
001086            OR WS-APPROBATEUR-AVEC-PIN
001092     IF WS-AUCUN-APPROBATEUR-PIN
001098         DISPLAY "AUCUN APPROBATEUR N'A DE CODE PIN - ATTRIBUER "
001104                 "D'ABORD UN CODE A UN APPROBATEUR"
001110         GO TO 1500-IDENTIFIER-OPERATEUR-EXIT
001116     END-IF
001120     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001130     ACCEPT WS-OPERATEUR-ID
001139     CLOSE OPERPROF-FILE
001148     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001157                                      WS-CODE-SIGNON
001166                                      WS-ROLE-OPERATEUR
001175                                      WS-PLAFOND-OPERATEUR
001184                                      WS-NOM-OPERATEUR
001193                                      WS-PROGRAMME
001202                                      WS-AGENCE-SIGNON
001211     OPEN I-O OPERPROF-FILE
001220     IF NOT WS-OPERPROF-OK
001229         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES PROFILS"
001240         SET WS-TERMINER TO TRUE
001250         GO TO 1500-IDENTIFIER-OPERATEUR-EXIT
001260     END-IF
01260A     EVALUATE WS-CODE-SIGNON
001261         WHEN "00"
01261A             IF NOT WS-ROLE-APPROBATEUR
001262                 DISPLAY "ROLE APPROBATEUR REQUIS - ACCES REFUSE"
01262A                 SET WS-TERMINER TO TRUE
001263             END-IF
01263A         WHEN "04"
001264             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
01264A             SET WS-TERMINER TO TRUE
001265         WHEN "08"
01265A             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001266             SET WS-TERMINER TO TRUE
01266A         WHEN "16"
001267             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
01267A             SET WS-TERMINER TO TRUE
001268         WHEN "24"
01268A             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001269             SET WS-TERMINER TO TRUE
001270         WHEN "28"
001271             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001272             SET WS-TERMINER TO TRUE
001273         WHEN "32"
001274             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001275             SET WS-TERMINER TO TRUE
001276         WHEN OTHER
001277             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001278                     "ACCES REFUSE"
001279             SET WS-TERMINER TO TRUE
001280     END-EVALUATE.
001281 1500-IDENTIFIER-OPERATEUR-EXIT.
001282     EXIT.
001283
001284*----------------------------------------------------------------*
001285*  1600-RECHERCHER-APPROBATEUR - UN PAS DE LA RECHERCHE D'UN     *
001286*  PROFIL APPROBATEUR AYANT UN CODE PIN, QUEL QUE SOIT SON       *
001287*  STATUT (UN APPROBATEUR VERROUILLE OU SUSPENDU NE ROUVRE PAS   *
001288*  L'ACCES LIBRE).                                               *
001289*----------------------------------------------------------------*
001290 1600-RECHERCHER-APPROBATEUR.
001291     READ OPERPROF-FILE NEXT RECORD
001292         AT END
001293             SET WS-FIN-FICHIER TO TRUE
001294             GO TO 1600-RECHERCHER-APPROBATEUR-EXIT
001295     END-READ
001296     IF OPR-ROLE-APPROBATEUR
001297        AND OPR-PIN-BROUILLE IS NUMERIC
001298        AND OPR-PIN-BROUILLE NOT = ZEROES
001299         SET WS-APPROBATEUR-AVEC-PIN TO TRUE
001300     END-IF.
001310 1600-RECHERCHER-APPROBATEUR-EXIT.
001320     EXIT.
001330
001340*----------------------------------------------------------------*
001380     DISPLAY "1. SAISIE OU MODIFICATION D'UN PROFIL"
001390     DISPLAY "2. SUSPENSION OU REACTIVATION D'UN OPERATEUR"
001400     DISPLAY "3. LISTE DES PROFILS"
001405     DISPLAY "4. DEVERROUILLAGE OU NOUVEAU CODE PIN"
001410     DISPLAY "5. QUITTER"
001420     DISPLAY "DONNER VOTRE CHOIX"
001430     ACCEPT WS-CHOIX-MENU
001440
001530             PERFORM 5000-LISTER-PROFILS
001540                 THRU 5000-LISTER-PROFILS-EXIT
001550         WHEN "4"
001553             PERFORM 6000-REINITIALISER-PIN
001556                 THRU 6000-REINITIALISER-PIN-EXIT
001559         WHEN "5"
001560             SET WS-TERMINER TO TRUE
001570         WHEN OTHER
001580             DISPLAY "CHOIX INVALIDE"
001640*  3000-SAISIR-PROFIL - CREE OU REMPLACE LE PROFIL D'UN          *
001650*  OPERATEUR (NOM, ROLE, PLAFOND). UN NOUVEAU PROFIL EST CREE    *
001660*  ACTIF ; UN PROFIL EXISTANT GARDE SON STATUT.                  *
001662*  UN NOUVEAU PROFIL RECOIT UN CODE PIN PROVISOIRE ; UN PROFIL   *
001664*  EXISTANT GARDE SON CODE ET SON VERROUILLAGE.                  *
001670*----------------------------------------------------------------*
001680 3000-SAISIR-PROFIL.
001690     DISPLAY "DONNER IDENTIFIANT DU PROFIL"
001840         GO TO 3000-SAISIR-PROFIL-EXIT
001850     END-IF
001860
001869     SET WS-PIN-CORRECT TO TRUE
001870     MOVE WS-ID-SAISI TO OPR-ID
001880     READ OPERPROF-FILE
001890         KEY IS OPR-ID
001900         INVALID KEY
001905             PERFORM 3100-CREER-PROFIL
001910                 THRU 3100-CREER-PROFIL-EXIT
001980         NOT INVALID KEY
001990             MOVE WS-NOM-SAISI TO OPR-NOM
002000             MOVE WS-ROLE-SAISI TO OPR-ROLE
002020             REWRITE OPR-RECORD
002030     END-READ
002040
002043     IF WS-PIN-INCORRECT
002046         GO TO 3000-SAISIR-PROFIL-EXIT
002049     END-IF
002050     IF WS-OPERPROF-OK
002060         DISPLAY "PROFIL ENREGISTRE POUR " WS-ID-SAISI
002070     ELSE
002090                 WS-OPERPROF-STATUS
002100     END-IF.
002110 3000-SAISIR-PROFIL-EXIT.
02110A     EXIT.
02110B
002111*----------------------------------------------------------------*
02111A*  3100-CREER-PROFIL - NOUVEAU PROFIL ACTIF, NON VERROUILLE, AVEC*
02111B*  UN CODE PIN PROVISOIRE. SANS CODE VALABLE, LE PROFIL N'EST PAS*
002112*  CREE.                                                         *
02112A*----------------------------------------------------------------*
02112B 3100-CREER-PROFIL.
002113     PERFORM 6100-SAISIR-PIN-PROVISOIRE
02113A         THRU 6100-SAISIR-PIN-PROVISOIRE-EXIT
02113B     IF WS-PIN-INCORRECT
002114         GO TO 3100-CREER-PROFIL-EXIT
02114A     END-IF
02114B     MOVE SPACES TO OPR-RECORD
002115     MOVE WS-ID-SAISI TO OPR-ID
02115A     MOVE WS-NOM-SAISI TO OPR-NOM
02115B     MOVE WS-ROLE-SAISI TO OPR-ROLE
002116     MOVE "A" TO OPR-STATUT
02116A     MOVE WS-PLAFOND-SAISI TO OPR-PLAFOND-TND
02116B     MOVE WS-PIN-BROUILLE TO OPR-PIN-BROUILLE
002117     SET OPR-PIN-A-CHANGER TO TRUE
02117A     MOVE ZEROES TO OPR-PIN-DATE-EXPIR
02117B     MOVE ZEROES TO OPR-NB-ECHECS
002118     MOVE "N" TO OPR-VERROU
02118A     MOVE ZEROES TO OPR-DATE-VERROU
002119     WRITE OPR-RECORD.
02119A 3100-CREER-PROFIL-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------*
002710
002720*----------------------------------------------------------------*
002730*  5100-AFFICHER-PROFIL - UN PAS DU BALAYAGE DE LA LISTE.        *
002732*  LE CODE PIN N'EST JAMAIS AFFICHE, SEULEMENT SON ETAT (NON     *
002734*  ATTRIBUE, PROVISOIRE OU PERSONNEL) ET SON EXPIRATION.         *
002740*----------------------------------------------------------------*
002750 5100-AFFICHER-PROFIL.
002760     READ OPERPROF-FILE NEXT RECORD
002830             " ROLE " OPR-ROLE
002840             " STATUT " OPR-STATUT
002850             " PLAFOND " OPR-PLAFOND-TND
02850A     EVALUATE TRUE
002851         WHEN OPR-PIN-BROUILLE IS NOT NUMERIC
02851A         WHEN OPR-PIN-BROUILLE = ZEROES
002852             MOVE "NON ATTRIB" TO WS-ETAT-PIN
02852A         WHEN OPR-PIN-A-CHANGER
002853             MOVE "PROVISOIRE" TO WS-ETAT-PIN
02853A         WHEN OTHER
002854             MOVE "PERSONNEL" TO WS-ETAT-PIN
002855     END-EVALUATE
002856     DISPLAY "   CODE PIN " WS-ETAT-PIN
002857             " EXPIRATION " OPR-PIN-DATE-EXPIR
002858             " VERROUILLE " OPR-VERROU
002859             " ECHECS " OPR-NB-ECHECS
002860     ADD 1 TO WS-NB-AFFICHES.
002870 5100-AFFICHER-PROFIL-EXIT.
02870A     EXIT.
02870B
02870C*----------------------------------------------------------------*
02870D*  6000-REINITIALISER-PIN - DEVERROUILLE UN OPERATEUR ET LUI     *
02870E*  ATTRIBUE UN NOUVEAU CODE PIN PROVISOIRE (CODE OUBLIE OU       *
02870F*  VERROUILLAGE APRES 3 CODES ERRONES). UN APPROBATEUR NE PEUT   *
002871*  PAS REINITIALISER SON PROPRE CODE : IL LE FAIT PAR UN AUTRE   *
02871A*  APPROBATEUR.                                                  *
02871B*----------------------------------------------------------------*
02871C 6000-REINITIALISER-PIN.
02871D     DISPLAY "DONNER IDENTIFIANT A DEVERROUILLER"
02871E     ACCEPT WS-ID-SAISI
02871F     IF WS-ID-SAISI = WS-OPERATEUR-ID
002872         DISPLAY "UN OPERATEUR NE PEUT PAS REINITIALISER SON "
02872A                 "PROPRE CODE PIN"
02872B         GO TO 6000-REINITIALISER-PIN-EXIT
02872C     END-IF
02872D     MOVE WS-ID-SAISI TO OPR-ID
02872E     READ OPERPROF-FILE
02872F         KEY IS OPR-ID
002873         INVALID KEY
02873A             DISPLAY "OPERATEUR INCONNU"
02873B             GO TO 6000-REINITIALISER-PIN-EXIT
02873C     END-READ
02873D     PERFORM 6100-SAISIR-PIN-PROVISOIRE
02873E         THRU 6100-SAISIR-PIN-PROVISOIRE-EXIT
02873F     IF WS-PIN-INCORRECT
002874         GO TO 6000-REINITIALISER-PIN-EXIT
02874A     END-IF
02874B     MOVE WS-PIN-BROUILLE TO OPR-PIN-BROUILLE
02874C     SET OPR-PIN-A-CHANGER TO TRUE
02874D     MOVE ZEROES TO OPR-PIN-DATE-EXPIR
02874E     MOVE ZEROES TO OPR-NB-ECHECS
02874F     MOVE "N" TO OPR-VERROU
002875     MOVE ZEROES TO OPR-DATE-VERROU
02875A     REWRITE OPR-RECORD
02875B     IF WS-OPERPROF-OK
02875C         DISPLAY "OPERATEUR " WS-ID-SAISI " DEVERROUILLE - "
02875D                 "CODE PIN PROVISOIRE A CHANGER A LA PREMIERE "
02875E                 "UTILISATION"
02875F     ELSE
002876         DISPLAY "ERREUR MISE A JOUR PROFIL - CODE "
02876A                 WS-OPERPROF-STATUS
02876B     END-IF.
02876C 6000-REINITIALISER-PIN-EXIT.
02876D     EXIT.
02876E
02876F*----------------------------------------------------------------*
002877*  6100-SAISIR-PIN-PROVISOIRE - SAISIE DU CODE PIN PROVISOIRE DE *
02877A*  L'OPERATEUR WS-ID-SAISI (6 CHIFFRES), RESTITUE BROUILLE DANS  *
02877B*  WS-PIN-BROUILLE.                                              *
02877C*----------------------------------------------------------------*
02877D 6100-SAISIR-PIN-PROVISOIRE.
02877E     SET WS-PIN-CORRECT TO TRUE
02877F     DISPLAY "DONNER LE CODE PIN PROVISOIRE (6 CHIFFRES)"
002878     ACCEPT WS-PIN-SAISI
02878A     IF WS-PIN-SAISI IS NOT NUMERIC
02878B         DISPLAY "LE CODE PIN DOIT COMPTER 6 CHIFFRES - "
02878C                 "PROFIL NON MODIFIE"
02878D         SET WS-PIN-INCORRECT TO TRUE
02878E         GO TO 6100-SAISIR-PIN-PROVISOIRE-EXIT
002879     END-IF
02879A     CALL "BROUILLAGE-PIN" USING WS-ID-SAISI
02879B                                 WS-PIN-SAISI
02879C                                 WS-PIN-BROUILLE
02879D     MOVE SPACES TO WS-PIN-SAISI.
02879E 6100-SAISIR-PIN-PROVISOIRE-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
