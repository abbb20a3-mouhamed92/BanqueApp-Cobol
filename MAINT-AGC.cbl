000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MAINT-AGENCE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  TRANSACTION DE MAINTENANCE DU REFERENTIEL DES AGENCES         *
000090*  (AGENCES).                                                    *
000100*                                                                *
000110*  CREE ET MODIFIE LES AGENCES (NOM, REGION, FICHIER QUOTIDIEN   *
000120*  ATTENDU OU NON), CHANGE LEUR STATUT (OUVERTE, FERMEE,         *
000130*  FERMEE TEMPORAIREMENT) ET LISTE LE REFERENTIEL. L'ACCES EST   *
000140*  RESERVE A UN OPERATEUR ACTIF DE ROLE APPROBATEUR, IDENTIFIE   *
000150*  PAR LA ROUTINE COMMUNE CONTROLE-OPERATEUR. LA DATE DE         *
000160*  TRAITEMENT ET L'OPERATEUR SONT PORTES SUR CHAQUE AGENCE       *
000170*  MODIFIEE.                                                     *
000180*                                                                *
000190*  UNE AGENCE N'EST JAMAIS SUPPRIMEE : SES CODES FIGURENT DANS   *
000200*  LE JOURNAL D'AUDIT ET SES ARCHIVES ; ELLE EST FERMEE.         *
000210*                                                                *
000220*  HISTORIQUE DES MODIFICATIONS.                                 *
000230*  DATE        AUTEUR   DESCRIPTION                              *
000240*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000241*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000242*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000243*                       TRANSMIS POUR LE JOURNAL DES             *
000244*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000245*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000246*                       POUR OPERATEUR VERROUILLE.               *
000250*================================================================*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AGENCES-FILE ASSIGN TO "AGENCES"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AGC-CODE
000360         FILE STATUS IS WS-AGENCES-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AGENCES-FILE.
000410 COPY DEVCPY32.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-AGENCES-STATUS           PIC X(02).
000450     88  WS-AGENCES-OK               VALUE "00".
000460     88  WS-AGENCES-NOUVEAU          VALUE "35".
000470 77  WS-SW-CONTINUER             PIC X(01).
000480     88  WS-CONTINUER                VALUE "O".
000490     88  WS-TERMINER                 VALUE "N".
000500 77  WS-SW-FIN-FICHIER           PIC X(01).
000510     88  WS-FIN-FICHIER              VALUE "O".
000520     88  WS-PAS-FIN-FICHIER          VALUE "N".
000530 77  WS-CHOIX-MENU               PIC X(01).
000540 77  WS-OPERATEUR-ID             PIC X(08).
000550 77  WS-CODE-SIGNON              PIC X(02).
000560     88  WS-SIGNON-ADMIS             VALUE "00".
000570 77  WS-ROLE-OPERATEUR           PIC X(01).
000580     88  WS-ROLE-APPROBATEUR         VALUE "A".
000590 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000600 77  WS-NOM-OPERATEUR            PIC X(25).
000602 77  WS-PROGRAMME                PIC X(30) VALUE
000604         "MAINT-AGENCE".
000606 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000610 77  WS-DATE-SYSTEME             PIC 9(08).
000620 77  WS-FONCTION-DATE            PIC X(01).
000630 77  WS-CODE-DATE                PIC X(02).
000640 77  WS-CODE-SAISI               PIC X(03).
000650 77  WS-NOM-SAISI                PIC X(30).
000660 77  WS-REGION-SAISIE            PIC X(20).
000670 77  WS-ATTENDU-SAISI            PIC X(01).
000680     88  WS-ATTENDU-VALIDE           VALUE "O" "N".
000690 77  WS-STATUT-SAISI             PIC X(01).
000700     88  WS-STATUT-VALIDE            VALUE "O" "F" "T".
000710 77  WS-NB-AFFICHEES             PIC 9(05) COMP.
000720 77  WS-NB-ATTENDUES             PIC 9(05) COMP.
000730
000740 PROCEDURE DIVISION.
000750
000760*----------------------------------------------------------------*
000770*  0000-MAINLINE.                                                *
000780*----------------------------------------------------------------*
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000810     IF WS-CONTINUER
000820         PERFORM 1500-IDENTIFIER-OPERATEUR
000830             THRU 1500-IDENTIFIER-OPERATEUR-EXIT
000840     END-IF
000850     PERFORM 2000-TRAITER-MENU THRU 2000-TRAITER-MENU-EXIT
000860         UNTIL WS-TERMINER
000870     PERFORM 9999-EXIT
000880     STOP RUN.
000890
000900*----------------------------------------------------------------*
000910*  1000-INITIALISER - OUVERTURE DU REFERENTIEL DES AGENCES. AU   *
000920*  PREMIER LANCEMENT, LE FICHIER EST CREE VIDE PUIS REOUVERT EN  *
000930*  MISE A JOUR.                                                  *
000940*----------------------------------------------------------------*
000950 1000-INITIALISER.
000960     SET WS-CONTINUER TO TRUE
000970     MOVE "L" TO WS-FONCTION-DATE
000980     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000990                                   WS-DATE-SYSTEME
001000                                   WS-CODE-DATE
001010     IF WS-CODE-DATE NOT = "00"
001020         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001030                 "DATE SYSTEME RETENUE"
001040     END-IF
001050     OPEN I-O AGENCES-FILE
001060     IF WS-AGENCES-NOUVEAU
001070         OPEN OUTPUT AGENCES-FILE
001080         CLOSE AGENCES-FILE
001090         OPEN I-O AGENCES-FILE
001100     END-IF
001110     IF NOT WS-AGENCES-OK
001120         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL DES AGENCES"
001130         SET WS-TERMINER TO TRUE
001140     END-IF.
001150 1000-INITIALISER-EXIT.
001160     EXIT.
001170
001180*----------------------------------------------------------------*
001190*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001200*  COMMUNE : IDENTIFIANT INCONNU OU SUSPENDU REFUSE, ROLE        *
001210*  APPROBATEUR EXIGE.                                            *
001215*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001220*----------------------------------------------------------------*
001230 1500-IDENTIFIER-OPERATEUR.
001240     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001250     ACCEPT WS-OPERATEUR-ID
001260     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
001270                                      WS-CODE-SIGNON
001280                                      WS-ROLE-OPERATEUR
001290                                      WS-PLAFOND-OPERATEUR
001300                                      WS-NOM-OPERATEUR
001302                                      WS-PROGRAMME
001304                                      WS-AGENCE-SIGNON
001310     EVALUATE WS-CODE-SIGNON
001320         WHEN "00"
001330             IF NOT WS-ROLE-APPROBATEUR
001340                 DISPLAY "ROLE APPROBATEUR REQUIS - ACCES REFUSE"
001350                 SET WS-TERMINER TO TRUE
001360             END-IF
001370         WHEN "04"
001380             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
001390             SET WS-TERMINER TO TRUE
001400         WHEN "08"
001410             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
001420             SET WS-TERMINER TO TRUE
001421         WHEN "16"
001422             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001423             SET WS-TERMINER TO TRUE
001424         WHEN "24"
001425             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001426             SET WS-TERMINER TO TRUE
001427         WHEN "28"
001428             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001429             SET WS-TERMINER TO TRUE
001430         WHEN "32"
001431             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001432             SET WS-TERMINER TO TRUE
001433         WHEN OTHER
001440             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001450                     "ACCES REFUSE"
001460             SET WS-TERMINER TO TRUE
001470     END-EVALUATE.
001480 1500-IDENTIFIER-OPERATEUR-EXIT.
001490     EXIT.
001500
001510*----------------------------------------------------------------*
001520*  2000-TRAITER-MENU - MENU DE LA TRANSACTION DE MAINTENANCE.    *
001530*----------------------------------------------------------------*
001540 2000-TRAITER-MENU.
001550     DISPLAY "1. SAISIE OU MODIFICATION D'UNE AGENCE"
001560     DISPLAY "2. CHANGEMENT DE STATUT D'UNE AGENCE"
001570     DISPLAY "3. LISTE DES AGENCES"
001580     DISPLAY "4. QUITTER"
001590     DISPLAY "DONNER VOTRE CHOIX"
001600     ACCEPT WS-CHOIX-MENU
001610
001620     EVALUATE WS-CHOIX-MENU
001630         WHEN "1"
001640             PERFORM 3000-SAISIR-AGENCE
001650                 THRU 3000-SAISIR-AGENCE-EXIT
001660         WHEN "2"
001670             PERFORM 4000-CHANGER-STATUT
001680                 THRU 4000-CHANGER-STATUT-EXIT
001690         WHEN "3"
001700             PERFORM 5000-LISTER-AGENCES
001710                 THRU 5000-LISTER-AGENCES-EXIT
001720         WHEN "4"
001730             SET WS-TERMINER TO TRUE
001740         WHEN OTHER
001750             DISPLAY "CHOIX INVALIDE"
001760     END-EVALUATE.
001770 2000-TRAITER-MENU-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------------*
001810*  3000-SAISIR-AGENCE - CREE OU REMPLACE LE SIGNALETIQUE D'UNE   *
001820*  AGENCE (NOM, REGION, FICHIER QUOTIDIEN ATTENDU). UNE          *
001830*  NOUVELLE AGENCE EST CREEE OUVERTE ; UNE AGENCE EXISTANTE      *
001840*  GARDE SON STATUT.                                             *
001850*----------------------------------------------------------------*
001860 3000-SAISIR-AGENCE.
001870     DISPLAY "DONNER LE CODE AGENCE"
001880     ACCEPT WS-CODE-SAISI
001890     IF WS-CODE-SAISI = SPACES
001900         DISPLAY "CODE AGENCE INVALIDE"
001910         GO TO 3000-SAISIR-AGENCE-EXIT
001920     END-IF
001930     DISPLAY "DONNER LE NOM DE L'AGENCE"
001940     ACCEPT WS-NOM-SAISI
001950     DISPLAY "DONNER LA REGION"
001960     ACCEPT WS-REGION-SAISIE
001970     DISPLAY "FICHIER QUOTIDIEN ATTENDU (O/N) ?"
001980     ACCEPT WS-ATTENDU-SAISI
001990
002000     IF NOT WS-ATTENDU-VALIDE
002010         DISPLAY "INDICATEUR DE FICHIER ATTENDU INVALIDE"
002020         GO TO 3000-SAISIR-AGENCE-EXIT
002030     END-IF
002040
002050     MOVE WS-CODE-SAISI TO AGC-CODE
002060     READ AGENCES-FILE
002070         KEY IS AGC-CODE
002080         INVALID KEY
002090             MOVE SPACES TO AGC-RECORD
002100             MOVE WS-CODE-SAISI TO AGC-CODE
002110             MOVE WS-NOM-SAISI TO AGC-NOM
002120             MOVE WS-REGION-SAISIE TO AGC-REGION
002130             MOVE "O" TO AGC-STATUT
002140             MOVE WS-ATTENDU-SAISI TO AGC-FICHIER-ATTENDU
002150             MOVE WS-DATE-SYSTEME TO AGC-DATE-MAJ
002160             MOVE WS-OPERATEUR-ID TO AGC-OPERATEUR-ID
002170             WRITE AGC-RECORD
002180         NOT INVALID KEY
002190             MOVE WS-NOM-SAISI TO AGC-NOM
002200             MOVE WS-REGION-SAISIE TO AGC-REGION
002210             MOVE WS-ATTENDU-SAISI TO AGC-FICHIER-ATTENDU
002220             MOVE WS-DATE-SYSTEME TO AGC-DATE-MAJ
002230             MOVE WS-OPERATEUR-ID TO AGC-OPERATEUR-ID
002240             REWRITE AGC-RECORD
002250     END-READ
002260
002270     IF WS-AGENCES-OK
002280         DISPLAY "AGENCE ENREGISTREE : " WS-CODE-SAISI
002290     ELSE
002300         DISPLAY "ERREUR ENREGISTREMENT AGENCE - CODE "
002310                 WS-AGENCES-STATUS
002320     END-IF.
002330 3000-SAISIR-AGENCE-EXIT.
002340     EXIT.
002350
002360*----------------------------------------------------------------*
002370*  4000-CHANGER-STATUT - OUVRE, FERME OU FERME TEMPORAIREMENT    *
002380*  UNE AGENCE. UNE AGENCE NON OUVERTE EST REFUSEE AU GUICHET ET  *
002390*  A LA TRANSMISSION, ET N'EST PLUS ATTENDUE PAR CONTROLE-TRX.   *
002400*----------------------------------------------------------------*
002410 4000-CHANGER-STATUT.
002420     DISPLAY "DONNER LE CODE AGENCE"
002430     ACCEPT WS-CODE-SAISI
002440     MOVE WS-CODE-SAISI TO AGC-CODE
002450     READ AGENCES-FILE
002460         KEY IS AGC-CODE
002470         INVALID KEY
002480             DISPLAY "AGENCE INCONNUE"
002490             GO TO 4000-CHANGER-STATUT-EXIT
002500     END-READ
002510     DISPLAY "AGENCE " AGC-CODE " " AGC-NOM " STATUT ACTUEL "
002520             AGC-STATUT
002530     DISPLAY "NOUVEAU STATUT : O OUVERTE, F FERMEE, "
002540             "T FERMEE TEMPORAIREMENT"
002550     ACCEPT WS-STATUT-SAISI
002560     IF NOT WS-STATUT-VALIDE
002570         DISPLAY "STATUT INVALIDE"
002580         GO TO 4000-CHANGER-STATUT-EXIT
002590     END-IF
002600     MOVE WS-STATUT-SAISI TO AGC-STATUT
002610     MOVE WS-DATE-SYSTEME TO AGC-DATE-MAJ
002620     MOVE WS-OPERATEUR-ID TO AGC-OPERATEUR-ID
002630     REWRITE AGC-RECORD
002640     IF WS-AGENCES-OK
002650         DISPLAY "STATUT MIS A JOUR POUR " WS-CODE-SAISI
002660     ELSE
002670         DISPLAY "ERREUR MISE A JOUR AGENCE - CODE "
002680                 WS-AGENCES-STATUS
002690     END-IF.
002700 4000-CHANGER-STATUT-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------------*
002740*  5000-LISTER-AGENCES - AFFICHE TOUTES LES AGENCES ET LE NOMBRE *
002750*  DE FICHIERS QUOTIDIENS ATTENDUS A LA TRANSMISSION.            *
002760*----------------------------------------------------------------*
002770 5000-LISTER-AGENCES.
002780     MOVE ZEROES TO WS-NB-AFFICHEES
002790     MOVE ZEROES TO WS-NB-ATTENDUES
002800     MOVE LOW-VALUES TO AGC-CODE
002810     START AGENCES-FILE KEY IS NOT LESS THAN AGC-CODE
002820         INVALID KEY
002830             DISPLAY "AUCUNE AGENCE DANS LE REFERENTIEL"
002840             GO TO 5000-LISTER-AGENCES-EXIT
002850     END-START
002860     SET WS-PAS-FIN-FICHIER TO TRUE
002870     PERFORM 5100-AFFICHER-AGENCE THRU 5100-AFFICHER-AGENCE-EXIT
002880         UNTIL WS-FIN-FICHIER
002890     IF WS-NB-AFFICHEES = ZEROES
002900         DISPLAY "AUCUNE AGENCE DANS LE REFERENTIEL"
002910     ELSE
002920         DISPLAY WS-NB-AFFICHEES " AGENCE(S), DONT "
002930                 WS-NB-ATTENDUES " FICHIER(S) QUOTIDIEN(S) "
002940                 "ATTENDU(S)"
002950     END-IF.
002960 5000-LISTER-AGENCES-EXIT.
002970     EXIT.
002980
002990*----------------------------------------------------------------*
003000*  5100-AFFICHER-AGENCE - UN PAS DU BALAYAGE DE LA LISTE.        *
003010*----------------------------------------------------------------*
003020 5100-AFFICHER-AGENCE.
003030     READ AGENCES-FILE NEXT RECORD
003040         AT END
003050             SET WS-FIN-FICHIER TO TRUE
003060             GO TO 5100-AFFICHER-AGENCE-EXIT
003070     END-READ
003080     DISPLAY "AGENCE " AGC-CODE
003090             " " AGC-NOM
003100             " REGION " AGC-REGION
003110             " STATUT " AGC-STATUT
003120             " FICHIER " AGC-FICHIER-ATTENDU
003130     ADD 1 TO WS-NB-AFFICHEES
003140     IF AGC-OUVERTE
003150        AND AGC-FICHIER-QUOTIDIEN
003160         ADD 1 TO WS-NB-ATTENDUES
003170     END-IF.
003180 5100-AFFICHER-AGENCE-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------*
003220*  9999-EXIT - FERMETURE DU REFERENTIEL DES AGENCES.             *
003230*----------------------------------------------------------------*
003240 9999-EXIT.
003250     CLOSE AGENCES-FILE.
003260     EXIT.
003270
003280 END PROGRAM MAINT-AGENCE.
