000140*  DES CHANGES. L'ACCES EST RESERVE AUX OPERATEURS ACTIFS DU     *
000150*  FICHIER DES PROFILS (ROUTINE COMMUNE CONTROLE-OPERATEUR).     *
000160*                                                                *
000161*  LA TRANSACTION SAISIT AUSSI LE DROIT ANNUEL D'ALLOCATION EN   *
000162*  DEVISES DES CLIENTS RESIDENTS, PAR ANNEE ET PAR TYPE          *
000163*  (FICHIER ALLOCDEV), ET AFFICHE A LA CONSULTATION LE DROIT, LA *
000164*  CONSOMMATION ET LE SOLDE DE CHAQUE ALLOCATION DE L'ANNEE.     *
000165*                                                                *
000170*  HISTORIQUE DES MODIFICATIONS.                                 *
000180*  DATE        AUTEUR   DESCRIPTION                              *
000190*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
00190A*  15/10/2026  SEI      SAISIE DU DROIT ANNUEL D'ALLOCATION EN   *
000191*                       DEVISES (FICHIER ALLOCDEV) ET AFFICHAGE  *
00191A*                       DU SOLDE DES ALLOCATIONS DE L'ANNEE A LA *
000192*                       CONSULTATION D'UNE FICHE CLIENT.         *
00192A*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000193*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00193A*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000194*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
000195*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
000196*                       TRANSMIS POUR LE JOURNAL DES             *
000197*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
000198*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
000199*                       POUR OPERATEUR VERROUILLE.               *
000200*================================================================*
000210
000220 ENVIRONMENT DIVISION.
000300         RECORD KEY IS CLM-ID
000310         FILE STATUS IS WS-CLIMAST-STATUS.
000320
000321     SELECT ALLOC-FILE ASSIGN TO "ALLOCDEV"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS ALC-CLE
000325         FILE STATUS IS WS-ALLOC-STATUS.
000326
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CLIMAST-FILE.
000360 COPY DEVCPY19.
000370
000373 FD  ALLOC-FILE.
000376 COPY DEVCPY26.
000379
000380 WORKING-STORAGE SECTION.
000390 01  WS-CLIMAST-STATUS           PIC X(02).
000400     88  WS-CLIMAST-OK               VALUE "00".
000410     88  WS-CLIMAST-NOUVEAU          VALUE "35".
000411 01  WS-ALLOC-STATUS             PIC X(02).
000412     88  WS-ALLOC-OK                 VALUE "00".
000413     88  WS-ALLOC-NOUVEAU            VALUE "35".
000420 77  WS-SW-CONTINUER             PIC X(01).
000430     88  WS-CONTINUER                VALUE "O".
000440     88  WS-TERMINER                 VALUE "N".
000590 77  WS-ROLE-OPERATEUR           PIC X(01).
000600 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000610 77  WS-NOM-OPERATEUR            PIC X(25).
00610A 77  WS-PROGRAMME                PIC X(30) VALUE
000611         "MAINT-CLIENT".
00611A 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000612 77  WS-SW-ALLOC                 PIC X(01).
00612A     88  WS-ALLOC-DISPONIBLE         VALUE "O".
000613     88  WS-ALLOC-INDISPONIBLE       VALUE "N".
00613A 77  WS-SW-FIN-ALLOC             PIC X(01).
000614     88  WS-FIN-ALLOC                VALUE "O".
00614A     88  WS-PAS-FIN-ALLOC            VALUE "N".
000615 77  WS-DATE-SYSTEME             PIC 9(08).
00615A 77  WS-FONCTION-DATE            PIC X(01).
000616 77  WS-CODE-DATE                PIC X(02).
00616A 77  WS-ANNEE-SAISIE             PIC 9(04).
000617 77  WS-TYPE-ALLOC-SAISI         PIC X(01).
00617A     88  WS-TYPE-ALLOC-VALIDE        VALUE "T" "E" "S" "A".
000618 77  WS-DROIT-SAISI              PIC 9(09)V9(02).
00618A 77  WS-SOLDE-ALLOC              PIC 9(09)V9(02).
000619 77  WS-NB-ALLOC-AFFICHEES       PIC 9(05) COMP.
000620
000630 PROCEDURE DIVISION.
000640
000770     STOP RUN.
000780
000790*----------------------------------------------------------------*
000800*  1000-INITIALISER - OUVERTURE DU REFERENTIEL CLIENTS ET DU     *
000810*  FICHIER DES ALLOCATIONS. AU PREMIER LANCEMENT, UN FICHIER     *
000820*  ABSENT EST CREE VIDE PUIS REOUVERT EN MISE A JOUR. LES        *
000821*  ALLOCATIONS INDISPONIBLES NE BLOQUENT PAS LA TRANSACTION.     *
000830*----------------------------------------------------------------*
000840 1000-INITIALISER.
000850     SET WS-CONTINUER TO TRUE
000851     MOVE "L" TO WS-FONCTION-DATE
000852     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000853                                   WS-DATE-SYSTEME
000854                                   WS-CODE-DATE
000855     IF WS-CODE-DATE NOT = "00"
000856         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
000857                 "DATE SYSTEME RETENUE"
000858     END-IF
000860     OPEN I-O CLIMAST-FILE
000870     IF WS-CLIMAST-NOUVEAU
000880         OPEN OUTPUT CLIMAST-FILE
000920     IF NOT WS-CLIMAST-OK
000930         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL CLIENTS"
000940         SET WS-TERMINER TO TRUE
00940A     END-IF
000941     OPEN I-O ALLOC-FILE
00941A     IF WS-ALLOC-NOUVEAU
000942         OPEN OUTPUT ALLOC-FILE
00942A         CLOSE ALLOC-FILE
000943         OPEN I-O ALLOC-FILE
00943A     END-IF
000944     IF WS-ALLOC-OK
000945         SET WS-ALLOC-DISPONIBLE TO TRUE
000946     ELSE
000947         SET WS-ALLOC-INDISPONIBLE TO TRUE
000948         DISPLAY "FICHIER DES ALLOCATIONS INDISPONIBLE - "
000949                 "ALLOCATIONS NON GEREES"
000950     END-IF.
000960 1000-INITIALISER-EXIT.
000970     EXIT.
000990*----------------------------------------------------------------*
001000*  1500-IDENTIFIER-OPERATEUR - IDENTIFICATION PAR LA ROUTINE     *
001010*  COMMUNE : IDENTIFIANT INCONNU OU SUSPENDU REFUSE.             *
001015*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
001020*----------------------------------------------------------------*
001030 1500-IDENTIFIER-OPERATEUR.
001040     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001080                                      WS-ROLE-OPERATEUR
001090                                      WS-PLAFOND-OPERATEUR
001100                                      WS-NOM-OPERATEUR
001102                                      WS-PROGRAMME
001104                                      WS-AGENCE-SIGNON
001110     EVALUATE WS-CODE-SIGNON
001120         WHEN "00"
001130             CONTINUE
001160             SET WS-TERMINER TO TRUE
001170         WHEN "08"
001180             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
01180A             SET WS-TERMINER TO TRUE
001181         WHEN "16"
01181A             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
001182             SET WS-TERMINER TO TRUE
01182A         WHEN "24"
001183             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
001184             SET WS-TERMINER TO TRUE
001185         WHEN "28"
001186             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
001187             SET WS-TERMINER TO TRUE
001188         WHEN "32"
001189             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
001190             SET WS-TERMINER TO TRUE
001200         WHEN OTHER
001210             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
001320     DISPLAY "1. SAISIE OU MODIFICATION D'UNE FICHE CLIENT"
001330     DISPLAY "2. CONSULTATION D'UNE FICHE CLIENT"
001340     DISPLAY "3. LISTE DES CLIENTS"
001350     DISPLAY "4. ALLOCATION ANNUELLE EN DEVISES D'UN CLIENT"
001355     DISPLAY "5. QUITTER"
001360     DISPLAY "DONNER VOTRE CHOIX"
001370     ACCEPT WS-CHOIX-MENU
001380
001470             PERFORM 5000-LISTER-CLIENTS
001480                 THRU 5000-LISTER-CLIENTS-EXIT
001490         WHEN "4"
001495             PERFORM 6000-SAISIR-ALLOCATION
001496                 THRU 6000-SAISIR-ALLOCATION-EXIT
001497         WHEN "5"
001500             SET WS-TERMINER TO TRUE
001510         WHEN OTHER
001520             DISPLAY "CHOIX INVALIDE"
002260     EXIT.
002270
002280*----------------------------------------------------------------*
002290*  4000-CONSULTER-CLIENT - AFFICHE LA FICHE D'UN CLIENT, PUIS    *
002295*  SES ALLOCATIONS EN DEVISES DE L'ANNEE EN COURS.               *
002300*----------------------------------------------------------------*
002310 4000-CONSULTER-CLIENT.
002320     DISPLAY "DONNER IDENTIFIANT CLIENT"
002420     DISPLAY "NOM          : " CLM-NOM
002430     DISPLAY "PIECE        : " CLM-TYPE-DOC " " CLM-NO-DOC
002440     DISPLAY "NATIONALITE  : " CLM-NATIONALITE
002450     DISPLAY "RESIDENT     : " CLM-RESIDENT
002451     PERFORM 4100-CONSULTER-ALLOCATIONS
002452         THRU 4100-CONSULTER-ALLOCATIONS-EXIT.
002460 4000-CONSULTER-CLIENT-EXIT.
02460A     EXIT.
02460B
02460C*----------------------------------------------------------------*
02460D*  4100-CONSULTER-ALLOCATIONS - BALAYAGE DES ALLOCATIONS DU      *
02460E*  CLIENT POUR L'ANNEE EN COURS (UNE PAR TYPE).                  *
002461*----------------------------------------------------------------*
02461A 4100-CONSULTER-ALLOCATIONS.
02461B     IF WS-ALLOC-INDISPONIBLE
02461C         GO TO 4100-CONSULTER-ALLOCATIONS-EXIT
02461D     END-IF
02461E     MOVE ZEROES TO WS-NB-ALLOC-AFFICHEES
002462     MOVE CLM-ID TO ALC-CLIENT-ID
02462A     MOVE WS-DATE-SYSTEME (1:4) TO ALC-ANNEE
02462B     MOVE LOW-VALUES TO ALC-TYPE
02462C     SET WS-PAS-FIN-ALLOC TO TRUE
02462D     START ALLOC-FILE KEY IS NOT LESS THAN ALC-CLE
02462E         INVALID KEY
002463             SET WS-FIN-ALLOC TO TRUE
02463A     END-START
02463B     PERFORM 4110-AFFICHER-ALLOCATION
02463C         THRU 4110-AFFICHER-ALLOCATION-EXIT
02463D         UNTIL WS-FIN-ALLOC
02463E     IF WS-NB-ALLOC-AFFICHEES = ZEROES
002464         DISPLAY "AUCUNE ALLOCATION EN DEVISES POUR L'ANNEE "
02464A                 WS-DATE-SYSTEME (1:4)
02464B     END-IF.
02464C 4100-CONSULTER-ALLOCATIONS-EXIT.
02464D     EXIT.
02464E
002465*----------------------------------------------------------------*
02465A*  4110-AFFICHER-ALLOCATION - UN PAS DU BALAYAGE : DROIT,        *
02465B*  CONSOMMATION ET SOLDE (NUL SI LE DROIT A ETE RAMENE SOUS LA   *
02465C*  CONSOMMATION).                                                *
02465D*----------------------------------------------------------------*
02465E 4110-AFFICHER-ALLOCATION.
002466     READ ALLOC-FILE NEXT RECORD
02466A         AT END
02466B             SET WS-FIN-ALLOC TO TRUE
02466C             GO TO 4110-AFFICHER-ALLOCATION-EXIT
02466D     END-READ
02466E     IF ALC-CLIENT-ID NOT = CLM-ID
002467        OR ALC-ANNEE NOT = WS-DATE-SYSTEME (1:4)
02467A         SET WS-FIN-ALLOC TO TRUE
02467B         GO TO 4110-AFFICHER-ALLOCATION-EXIT
02467C     END-IF
02467D     IF ALC-DROIT-TND > ALC-CONSOMME-TND
002468         COMPUTE WS-SOLDE-ALLOC = ALC-DROIT-TND - ALC-CONSOMME-TND
02468A     ELSE
02468B         MOVE ZEROES TO WS-SOLDE-ALLOC
02468C     END-IF
02468D     DISPLAY "ALLOCATION " ALC-ANNEE " TYPE " ALC-TYPE
002469             " DROIT " ALC-DROIT-TND
02469A             " CONSOMME " ALC-CONSOMME-TND
02469B             " SOLDE " WS-SOLDE-ALLOC " TND"
02469C     ADD 1 TO WS-NB-ALLOC-AFFICHEES.
02469D 4110-AFFICHER-ALLOCATION-EXIT.
002470     EXIT.
002480
002490*----------------------------------------------------------------*
002850     EXIT.
002860
002870*----------------------------------------------------------------*
02870A*  6000-SAISIR-ALLOCATION - CREE OU MODIFIE LE DROIT ANNUEL      *
02870B*  D'ALLOCATION EN DEVISES D'UN CLIENT RESIDENT POUR UNE ANNEE   *
02870C*  (ZERO = ANNEE EN COURS) ET UN TYPE (BLANC = TOURISTIQUE). LA  *
02870D*  CONSOMMATION DEJA IMPUTEE EST CONSERVEE ; SEUL LE DROIT EST   *
002871*  REMPLACE, AVEC LA DATE ET L'OPERATEUR DE LA MISE A JOUR.      *
02871A*----------------------------------------------------------------*
02871B 6000-SAISIR-ALLOCATION.
02871C     IF WS-ALLOC-INDISPONIBLE
02871D         DISPLAY "FICHIER DES ALLOCATIONS INDISPONIBLE"
002872         GO TO 6000-SAISIR-ALLOCATION-EXIT
02872A     END-IF
02872B     DISPLAY "DONNER IDENTIFIANT CLIENT"
02872C     ACCEPT WS-ID-SAISI
02872D     MOVE WS-ID-SAISI TO CLM-ID
002873     READ CLIMAST-FILE
02873A         KEY IS CLM-ID
02873B         INVALID KEY
02873C             DISPLAY "CLIENT INCONNU DU REFERENTIEL"
02873D             GO TO 6000-SAISIR-ALLOCATION-EXIT
002874     END-READ
02874A     IF NOT CLM-CLIENT-RESIDENT
02874B         DISPLAY "CLIENT NON-RESIDENT - PAS D'ALLOCATION"
02874C         GO TO 6000-SAISIR-ALLOCATION-EXIT
02874D     END-IF
002875     DISPLAY "DONNER L'ANNEE (AAAA, ZERO = ANNEE EN COURS)"
02875A     ACCEPT WS-ANNEE-SAISIE
02875B     IF WS-ANNEE-SAISIE IS NOT NUMERIC
02875C        OR WS-ANNEE-SAISIE = ZEROES
02875D         MOVE WS-DATE-SYSTEME (1:4) TO WS-ANNEE-SAISIE
002876     END-IF
02876A     DISPLAY "TYPE D'ALLOCATION : T TOURISTIQUE, E ETUDES, "
02876B             "S SOINS, A AFFAIRES (BLANC = T)"
02876C     ACCEPT WS-TYPE-ALLOC-SAISI
02876D     IF WS-TYPE-ALLOC-SAISI = SPACES
002877         MOVE "T" TO WS-TYPE-ALLOC-SAISI
02877A     END-IF
02877B     IF NOT WS-TYPE-ALLOC-VALIDE
02877C         DISPLAY "TYPE D'ALLOCATION INVALIDE"
02877D         GO TO 6000-SAISIR-ALLOCATION-EXIT
002878     END-IF
02878A     DISPLAY "DONNER LE DROIT ANNUEL EN TND"
02878B     ACCEPT WS-DROIT-SAISI
02878C     IF WS-DROIT-SAISI IS NOT NUMERIC
02878D         DISPLAY "MONTANT INVALIDE"
002879         GO TO 6000-SAISIR-ALLOCATION-EXIT
02879A     END-IF
02879B
02879C     MOVE WS-ID-SAISI TO ALC-CLIENT-ID
02879D     MOVE WS-ANNEE-SAISIE TO ALC-ANNEE
002880     MOVE WS-TYPE-ALLOC-SAISI TO ALC-TYPE
02880A     READ ALLOC-FILE
02880B         KEY IS ALC-CLE
02880C         INVALID KEY
02880D             PERFORM 6100-GARNIR-ALLOCATION
002881                 THRU 6100-GARNIR-ALLOCATION-EXIT
02881A             WRITE ALC-RECORD
02881B         NOT INVALID KEY
02881C             MOVE WS-DROIT-SAISI TO ALC-DROIT-TND
02881D             MOVE WS-DATE-SYSTEME TO ALC-DATE-MAJ
002882             MOVE WS-OPERATEUR-ID TO ALC-OPERATEUR-MAJ
02882A             REWRITE ALC-RECORD
02882B     END-READ
02882C
02882D     IF WS-ALLOC-OK
002883         DISPLAY "ALLOCATION ENREGISTREE POUR " WS-ID-SAISI
02883A                 " - CONSOMME " ALC-CONSOMME-TND " TND"
02883B         IF ALC-CONSOMME-TND > ALC-DROIT-TND
02883C             DISPLAY "ATTENTION : DROIT INFERIEUR A LA "
02883D                     "CONSOMMATION DEJA IMPUTEE"
002884         END-IF
02884A     ELSE
02884B         DISPLAY "ERREUR ENREGISTREMENT ALLOCATION - CODE "
02884C                 WS-ALLOC-STATUS
02884D     END-IF.
002885 6000-SAISIR-ALLOCATION-EXIT.
02885A     EXIT.
02885B
02885C*----------------------------------------------------------------*
02885D*  6100-GARNIR-ALLOCATION - NOUVELLE ALLOCATION SANS             *
002886*  CONSOMMATION.                                                 *
02886A*----------------------------------------------------------------*
02886B 6100-GARNIR-ALLOCATION.
02886C     MOVE SPACES TO ALC-RECORD
02886D     MOVE WS-ID-SAISI TO ALC-CLIENT-ID
002887     MOVE WS-ANNEE-SAISIE TO ALC-ANNEE
02887A     MOVE WS-TYPE-ALLOC-SAISI TO ALC-TYPE
02887B     MOVE WS-DROIT-SAISI TO ALC-DROIT-TND
02887C     MOVE ZEROES TO ALC-CONSOMME-TND
02887D     MOVE ZEROES TO ALC-NB-OPERATIONS
002888     MOVE ZEROES TO ALC-DATE-DERNIERE-OP
02888A     MOVE WS-DATE-SYSTEME TO ALC-DATE-MAJ
02888B     MOVE WS-OPERATEUR-ID TO ALC-OPERATEUR-MAJ.
02888C 6100-GARNIR-ALLOCATION-EXIT.
02888D     EXIT.
002889
02889A*----------------------------------------------------------------*
02889B*  9999-EXIT - FERMETURE DU REFERENTIEL CLIENTS ET DU FICHIER    *
02889C*  DES ALLOCATIONS.                                              *
002890*----------------------------------------------------------------*
002900 9999-EXIT.
002904     CLOSE CLIMAST-FILE
002908     IF WS-ALLOC-DISPONIBLE
002912         CLOSE ALLOC-FILE
002916     END-IF.
002920     EXIT.
002930
002940 END PROGRAM MAINT-CLIENT.
