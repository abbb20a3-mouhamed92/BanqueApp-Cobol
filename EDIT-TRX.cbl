000330*  REJET : ELLE EST RAMENEE A ZERO (TAUX COURANT), COMME LE      *
000340*  FAIT CONVERSION-BATCH.                                        *
000350*                                                                *
00350A*  LE SENS, EN DERNIERE POSITION DE LA LIGNE, DISTINGUE L'ACHAT  *
00350B*  DE DEVISES AU CLIENT ("D", OU A BLANC POUR UNE LIGNE A        *
000351*  L'ANCIEN FORMAT) DE LA VENTE DE DEVISES AU CLIENT ("T" : LE   *
00351A*  MONTANT EST ALORS LE MONTANT EN TND REMIS PAR LE CLIENT). UN  *
00351B*  SENS INCONNU, OU UNE VENTE DONT LA DEVISE EST LE TND, EST     *
000352*  REJETE (MOTIF "07").                                          *
00352A*  LE NUMERO DE COTATION NEGOCIEE AVEC LA SALLE DES MARCHES SUIT *
00352B*  LE SENS ; A BLANC OU A ZERO, LE COURS DU TABLEAU S'APPLIQUE.  *
000353*  UN NUMERO NON NUMERIQUE EST REJETE (MOTIF "08") ; LA COTATION *
00353A*  ELLE-MEME EST CONTROLEE PAR DEV-TAUX-CALCUL DANS LE LOT.      *
00353B*                                                                *
000354*  CHAQUE EN-TETE EST CONTROLE CONTRE LE REFERENTIEL DES AGENCES *
00354A*  (AGENCES) : LE BLOC D'UNE AGENCE INCONNUE, FERMEE OU FERMEE   *
00354B*  TEMPORAIREMENT EST REFUSE SEUL, SES LIGNES PASSANT AU FICHIER *
000355*  D'ANOMALIES (MOTIF "09") ; IL N'EST PAS ENREGISTRE DANS       *
00355A*  FICACCEP ET POURRA ETRE RETRANSMIS. EN FIN DE CONTROLE, L'ETAT*
000356*  DES TRANSMISSIONS (ETATTRN) DONNE POUR CHAQUE AGENCE ATTENDUE *
00356A*  LE SORT DE SON BLOC : ACCEPTE ; RECU (BLOC CORRECT, MAIS      *
000357*  FICHIER REFUSE EN TOTALITE) ; REFUSE ; MANQUANT ; OU NON LU   *
00357A*  QUAND LE REFUS DU FICHIER A ARRETE LA LECTURE AVANT SON BLOC. *
000358*  UNE AGENCE ATTENDUE SANS BLOC POSITIONNE LE CODE RETOUR A 4   *
00358A*  (SAUF CODE PLUS GRAVE) : LE GUICHET ARRIERE LA RELANCE AVANT  *
000359*  CONVERSION-BATCH.                                             *
00359A*                                                                *
000360*  HISTORIQUE DES MODIFICATIONS.                                 *
000370*  DATE        AUTEUR   DESCRIPTION                              *
000380*  21/08/2026  SEI      CREATION DU PROGRAMME.                   *
000490*                       ET FIN DECLARES A CONTROLE-CHAINE, QUI   *
000491*                       REFUSE UN DOUBLE LANCEMENT POUR LA MEME  *
000492*                       DATE DE TRAITEMENT.                      *
00492A*  15/10/2026  SEI      SENS DE L'OPERATION PORTE EN FIN DE      *
00492B*                       LIGNE BRUTE ("D" ACHAT DE DEVISES, "T"   *
00492C*                       VENTE DE DEVISES AU CLIENT) ET RECOPIE   *
00492D*                       SUR LA TRANSACTION CONTROLEE ; SENS      *
00492E*                       INCONNU REJETE (MOTIF "07").             *
00492F*  15/10/2026  SEI      NUMERO DE COTATION NEGOCIEE PORTE APRES  *
00492G*                       LE SENS SUR LA LIGNE BRUTE ET RECOPIE    *
00492H*                       SUR LA TRANSACTION CONTROLEE ; NUMERO    *
00492I*                       NON NUMERIQUE REJETE (MOTIF "08").       *
00492J*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
00492K*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00492L*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
00492M*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
00492N*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
00492O*                       BONNE DATE.                              *
00492P*  15/10/2026  SEI      CODE AGENCE DE CHAQUE EN-TETE CONTROLE   *
00492Q*                       CONTRE LE REFERENTIEL DES AGENCES        *
00492R*                       (AGENCES) : BLOC D'UNE AGENCE INCONNUE   *
00492S*                       OU FERMEE REFUSE, SES LIGNES REJETEES    *
00492T*                       (MOTIF "09"). ETAT DES TRANSMISSIONS     *
00492U*                       (ETATTRN) DES AGENCES ATTENDUES :        *
00492V*                       ACCEPTE, RECU, REFUSE, MANQUANT OU NON   *
00492W*                       LU ; AGENCE MANQUANTE = CODE RETOUR 4.   *
000493*================================================================*
000494
000500 ENVIRONMENT DIVISION.
000776         RECORD KEY IS CLM-ID
000777         FILE STATUS IS WS-CLIMAST-STATUS.
000780
00780A     SELECT AGENCES-FILE ASSIGN TO "AGENCES"
000781         ORGANIZATION IS INDEXED
000782         ACCESS MODE IS DYNAMIC
000783         RECORD KEY IS AGC-CODE
000784         FILE STATUS IS WS-AGENCES-STATUS.
000785
000786     SELECT ETATTRN-FILE ASSIGN TO "ETATTRN"
000787         ORGANIZATION IS LINE SEQUENTIAL
000788         FILE STATUS IS WS-ETATTRN-STATUS.
000789
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BRUT-FILE.
000840         88  BRUT-ENTETE             VALUE "H".
000850         88  BRUT-DETAIL             VALUE "D".
000860         88  BRUT-PIED               VALUE "T".
000870     05  BRUT-SUITE              PIC X(46).
000880
000890 FD  DEVRATE-FILE.
000900 COPY DEVCPY01.
000994 FD  CLIMAST-FILE.
000996 COPY DEVCPY19.
001000
001001 FD  AGENCES-FILE.
001002 COPY DEVCPY32.
001003
001004 FD  ETATTRN-FILE.
001005 01  ETATTRN-LIGNE               PIC X(80).
001006
001010 WORKING-STORAGE SECTION.
001020 01  WS-BRUT-STATUS              PIC X(02).
001030     88  WS-BRUT-OK                  VALUE "00".
001120     88  WS-ACCEP-NOUVEAU            VALUE "35".
001122 01  WS-CLIMAST-STATUS           PIC X(02).
001124     88  WS-CLIMAST-OK               VALUE "00".
001125 01  WS-AGENCES-STATUS           PIC X(02).
001126     88  WS-AGENCES-OK               VALUE "00".
001127 01  WS-ETATTRN-STATUS           PIC X(02).
001128     88  WS-ETATTRN-OK               VALUE "00".
001130
001140 01  WS-TRX-BRUT.
001150     05  BRU-SEQ-NO              PIC X(07).
001250     05  BRU-CLIENT-ID           PIC X(08).
001260     05  BRU-RESIDENT            PIC X(01).
001270     05  BRU-AGENCE              PIC X(03).
001271     05  BRU-SENS                PIC X(01).
001272         88  BRU-SENS-VALIDE         VALUE " " "D" "T".
001273         88  BRU-VENTE-DEVISE        VALUE "T".
001274     05  BRU-NO-COTATION         PIC X(08).
001275     05  BRU-NO-COTATION-N REDEFINES BRU-NO-COTATION
001276                                 PIC 9(08).
001280
001290 01  WS-ENTETE-BRUT.
001300     05  ENT-AGENCE              PIC X(03).
001310     05  ENT-DATE-CREATION       PIC X(08).
001320     05  ENT-DATE-CREATION-N REDEFINES ENT-DATE-CREATION
001330                                 PIC 9(08).
001340     05  FILLER                  PIC X(35).
001350
001360 01  WS-PIED-BRUT.
001370     05  PIE-NB-LIGNES           PIC X(07).
001400     05  PIE-TOTAL-MONTANTS      PIC X(13).
001410     05  PIE-TOTAL-MONTANTS-N REDEFINES PIE-TOTAL-MONTANTS
001420                                 PIC 9(11)V9(02).
001430     05  FILLER                  PIC X(26).
001440
001450 77  WS-SW-FIN-FICHIER           PIC X(01).
001460     88  WS-FIN-FICHIER              VALUE "O".
001480 77  WS-SW-BLOC                  PIC X(01).
001490     88  WS-BLOC-OUVERT              VALUE "O".
001500     88  WS-HORS-BLOC                VALUE "N".
001502 77  WS-SW-LECTURE               PIC X(01) VALUE "N".
001504     88  WS-BRUT-LU-EN-ENTIER        VALUE "O".
001506 77  WS-SW-AGENCE-BLOC           PIC X(01).
001508     88  WS-AGENCE-ADMISE            VALUE "O".
001510     88  WS-AGENCE-REFUSEE           VALUE "N".
001512 77  WS-SW-REFERENTIEL           PIC X(01) VALUE "N".
001514     88  WS-REFERENTIEL-OUVERT       VALUE "O".
001516 77  WS-SW-EDITION               PIC X(01) VALUE "N".
001518     88  WS-EDITION-OUVERTE          VALUE "O".
001520 77  WS-SW-FIN-AGENCES           PIC X(01).
001522     88  WS-FIN-AGENCES              VALUE "O".
001524     88  WS-PAS-FIN-AGENCES          VALUE "N".
001526 77  WS-SW-ATTENDUE              PIC X(01).
001528     88  WS-AGENCE-ATTENDUE          VALUE "O".
001530     88  WS-AGENCE-NON-ATTENDUE      VALUE "N".
001540 77  WS-SW-REFUS                 PIC X(01).
001550     88  WS-FICHIER-REFUSE           VALUE "O".
001560     88  WS-FICHIER-ADMIS            VALUE "N".
001591 77  WS-SEQ-GLOBAL               PIC 9(07).
001600 77  WS-AGENCE-FICHIER           PIC X(03).
001610 77  WS-DATE-SYSTEME             PIC 9(08).
001614 77  WS-FONCTION-DATE            PIC X(01).
001618 77  WS-CODE-DATE                PIC X(02).
001620 77  WS-HEURE-SYSTEME            PIC 9(06).
001630 77  WS-NB-LUES                  PIC 9(07) COMP.
001640 77  WS-NB-DETAILS               PIC 9(07) COMP.
001675         10  FIC-AGENCE          PIC X(03).
001676         10  FIC-DATE-CREATION   PIC 9(08).
001677         10  FIC-NB-LIGNES       PIC 9(07).
01677A         10  FIC-NB-ACCEPTEES    PIC 9(07).
01677B         10  FIC-NB-REJETEES     PIC 9(07).
01677C         10  FIC-STATUT          PIC X(01).
01677D             88  FIC-BLOC-EN-COURS   VALUE "E".
01677E             88  FIC-BLOC-ADMIS      VALUE "A".
01677F             88  FIC-BLOC-REFUSE     VALUE "R".
01677G         10  FIC-MOTIF-REFUS     PIC X(01).
01677H             88  FIC-AGENCE-INCONNUE VALUE "I".
01677I             88  FIC-AGENCE-FERMEE   VALUE "F".
01677J             88  FIC-AGENCE-FERMEE-TEMPO
01677K                                     VALUE "T".
01677L             88  FIC-BLOC-INVALIDE   VALUE "B".
01677M         10  FIC-SW-EDITE        PIC X(01).
01677N             88  FIC-EDITE           VALUE "O".
001678 77  WS-IDX-FIC                  PIC 9(03) COMP.
001679 77  WS-IDX-FIC-TROUVE           PIC 9(03) COMP.
001680 77  WS-IDX-FIC-EDIT             PIC 9(03) COMP.
1680AA 77  WS-IDX-BLOC-COURANT         PIC 9(03) COMP.
1680AB 77  WS-NB-BLOCS-REFUSES         PIC 9(03) COMP.
1680AC 77  WS-NB-AGC-ATTENDUES         PIC 9(03) COMP.
1680AD 77  WS-NB-AGC-ACCEPTEES         PIC 9(03) COMP.
1680AE 77  WS-NB-AGC-NON-ADMISES       PIC 9(03) COMP.
1680AF 77  WS-NB-AGC-MANQUANTES        PIC 9(03) COMP.
1680AG
1680AH 77  WS-NO-PAGE                  PIC 9(03) COMP.
1680AI 77  WS-NB-LIGNES                PIC 9(02) COMP.
1680AJ 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
1680AK
1680AL 01  WS-LIGNE-TITRE.
1680AM     05  FILLER                  PIC X(38) VALUE
1680AN         "ETAT DES TRANSMISSIONS DES AGENCES DU ".
1680AO     05  TIT-JOUR                PIC X(02).
1680AP     05  FILLER                  PIC X(01) VALUE "/".
1680AQ     05  TIT-MOIS                PIC X(02).
1680AR     05  FILLER                  PIC X(01) VALUE "/".
1680AS     05  TIT-ANNEE               PIC X(04).
1680AT     05  FILLER                  PIC X(12) VALUE "      PAGE :".
1680AU     05  TIT-NO-PAGE             PIC ZZ9.
1680AV     05  FILLER                  PIC X(17) VALUE SPACES.
1680AW
1680AX 01  WS-LIGNE-COLONNES.
1680AY     05  FILLER                  PIC X(04) VALUE "AGC ".
1680AZ     05  FILLER                  PIC X(26) VALUE
1680BA         "NOM DE L'AGENCE".
1680BB     05  FILLER                  PIC X(09) VALUE "ETAT".
1680BC     05  FILLER                  PIC X(08) VALUE " RECUES ".
1680BD     05  FILLER                  PIC X(08) VALUE "ACCEPT. ".
1680BE     05  FILLER                  PIC X(08) VALUE " REJET. ".
1680BF     05  FILLER                  PIC X(17) VALUE "OBSERVATION".
1680BG
1680BH 01  WS-LIGNE-SEPARATION.
1680BI     05  FILLER                  PIC X(79) VALUE ALL "-".
1680BJ     05  FILLER                  PIC X(01) VALUE SPACES.
1680BK
1680BL 01  WS-LIGNE-DETAIL.
1680BM     05  DET-AGENCE              PIC X(03).
1680BN     05  FILLER                  PIC X(01) VALUE SPACE.
1680BO     05  DET-NOM                 PIC X(25).
1680BP     05  FILLER                  PIC X(01) VALUE SPACE.
1680BQ     05  DET-ETAT                PIC X(08).
1680BR     05  FILLER                  PIC X(01) VALUE SPACE.
1680BS     05  DET-RECUES              PIC Z(06)9.
1680BT     05  FILLER                  PIC X(01) VALUE SPACE.
1680BU     05  DET-ACCEPTEES           PIC Z(06)9.
1680BV     05  FILLER                  PIC X(01) VALUE SPACE.
1680BW     05  DET-REJETEES            PIC Z(06)9.
1680BX     05  FILLER                  PIC X(01) VALUE SPACE.
1680BY     05  DET-OBSERVATION         PIC X(16).
1680BZ     05  FILLER                  PIC X(01) VALUE SPACE.
1680CA
1680CB 01  WS-LIGNE-TOTAL.
1680CC     05  TOT-LIBELLE             PIC X(36).
1680CD     05  TOT-VALEUR              PIC ZZ9.
1680CE     05  FILLER                  PIC X(41) VALUE SPACES.
1680CF
1680CG 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
1680CH 01  WS-LIGNE-SAUVEE             PIC X(80).
001681
001682 77  WS-FONCTION-CHAINE          PIC X(01).
001683 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 1.
001780         UNTIL WS-FIN-FICHIER
001790     PERFORM 6000-CONTROLER-FIN THRU 6000-CONTROLER-FIN-EXIT
001800     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
001804     PERFORM 8500-EDITER-TRANSMISSIONS
001808         THRU 8500-EDITER-TRANSMISSIONS-EXIT
001810     PERFORM 9999-EXIT
001820     STOP RUN.
001830
001840*----------------------------------------------------------------*
001850*  1000-INITIALISER - OUVERTURE DES FICHIERS ET PREMIERE LECTURE.*
001860*  SANS LE FICHIER BRUT, LE FICHIER DES TAUX, LE REPERTOIRE DES  *
001870*  FICHIERS ACCEPTES, LE REFERENTIEL DES AGENCES OU L'ETAT DES   *
001875*  TRANSMISSIONS, LE CONTROLE NE PEUT PAS RENDRE DE VERDICT :    *
001880*  ARRET AVEC CODE RETOUR 12. LE REPERTOIRE EST CREE VIDE AU     *
001890*  PREMIER LANCEMENT.                                            *
001900*----------------------------------------------------------------*
001910 1000-INITIALISER.
001920     MOVE ZEROES TO WS-NB-LUES
001971     MOVE ZEROES TO WS-SEQ-GLOBAL
001980     MOVE SPACES TO WS-AGENCE-FICHIER
001985     MOVE ZEROES TO WS-NB-BLOCS
001987     MOVE ZEROES TO WS-NB-BLOCS-REFUSES
001989     MOVE ZEROES TO WS-IDX-BLOC-COURANT
001990     SET WS-PAS-FIN-FICHIER TO TRUE
002000     SET WS-HORS-BLOC TO TRUE
002020     SET WS-FICHIER-ADMIS TO TRUE
002021     MOVE "L" TO WS-FONCTION-DATE
002022     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002023                                   WS-DATE-SYSTEME
002024                                   WS-CODE-DATE
002025     IF WS-CODE-DATE NOT = "00"
002026         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
002027                 "DATE SYSTEME RETENUE"
002030     END-IF
002032     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
002034     IF NOT WS-CHAINE-ENREGISTREE
002035         MOVE 12 TO RETURN-CODE
002406         MOVE 12 TO RETURN-CODE
002407         SET WS-FIN-FICHIER TO TRUE
002408     END-IF
02408A     OPEN INPUT AGENCES-FILE
02408B     IF WS-AGENCES-OK
02408C         SET WS-REFERENTIEL-OUVERT TO TRUE
02408D     ELSE
02408E         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL DES AGENCES"
02408F         MOVE 12 TO RETURN-CODE
02408G         SET WS-FIN-FICHIER TO TRUE
02408H     END-IF
002409     OPEN OUTPUT ETATTRN-FILE
02409A     IF WS-ETATTRN-OK
02409B         SET WS-EDITION-OUVERTE TO TRUE
02409C     ELSE
02409D         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT DES TRANSMISSIONS"
02409E         MOVE 12 TO RETURN-CODE
02409F         SET WS-FIN-FICHIER TO TRUE
02409G     END-IF
002410     PERFORM 1100-LIRE-BRUT THRU 1100-LIRE-BRUT-EXIT.
002420 1000-INITIALISER-EXIT.
002430     EXIT.
002490     READ BRUT-FILE
002500         AT END
002510             SET WS-FIN-FICHIER TO TRUE
002519             SET WS-BRUT-LU-EN-ENTIER TO TRUE
002520     END-READ
002530     ADD 1 TO WS-NB-LUES.
002540 1100-LIRE-BRUT-EXIT.
002892*  A UN BLOC DEJA ACCEPTE (FICACCEP) NI A UN BLOC DEJA VU DANS   *
002894*  CE FICHIER (RETRANSMISSION). LES COMPTEURS DU BLOC ET LE      *
002896*  CONTROLE DE SEQUENCE REPARTENT A ZERO : CHAQUE AGENCE        *
002897*  NUMEROTE SES PROPRES LIGNES. LE BLOC EST INSCRIT DANS LA      *
002898*  TABLE DES BLOCS DES SON EN-TETE, PUIS SON AGENCE EST          *
002899*  CONTROLEE CONTRE LE REFERENTIEL.                              *
002900*----------------------------------------------------------------*
002910 2100-CONTROLER-ENTETE.
002920     IF WS-BLOC-OUVERT
003339             THRU 7000-REFUSER-FICHIER-EXIT
003340         GO TO 2100-CONTROLER-ENTETE-EXIT
003341     END-IF
03341A     IF WS-NB-BLOCS NOT < 20
03341B         DISPLAY "TABLE DES BLOCS PLEINE - FICHIER REFUSE"
03341C         PERFORM 7000-REFUSER-FICHIER
03341D             THRU 7000-REFUSER-FICHIER-EXIT
03341E         GO TO 2100-CONTROLER-ENTETE-EXIT
03341F     END-IF
03341G     ADD 1 TO WS-NB-BLOCS
03341H     MOVE WS-NB-BLOCS TO WS-IDX-BLOC-COURANT
03341I     MOVE ENT-AGENCE TO FIC-AGENCE (WS-IDX-BLOC-COURANT)
03341J     MOVE ENT-DATE-CREATION-N
03341K         TO FIC-DATE-CREATION (WS-IDX-BLOC-COURANT)
03341L     MOVE ZEROES TO FIC-NB-LIGNES (WS-IDX-BLOC-COURANT)
03341M     MOVE ZEROES TO FIC-NB-ACCEPTEES (WS-IDX-BLOC-COURANT)
03341N     MOVE ZEROES TO FIC-NB-REJETEES (WS-IDX-BLOC-COURANT)
03341O     MOVE "E" TO FIC-STATUT (WS-IDX-BLOC-COURANT)
03341P     MOVE SPACE TO FIC-MOTIF-REFUS (WS-IDX-BLOC-COURANT)
03341Q     MOVE "N" TO FIC-SW-EDITE (WS-IDX-BLOC-COURANT)
03341R     PERFORM 2170-CONTROLER-AGENCE
03341S         THRU 2170-CONTROLER-AGENCE-EXIT
003342     MOVE ENT-AGENCE TO WS-AGENCE-FICHIER
003343     MOVE ZEROES TO WS-NB-DETAILS
003344     MOVE ZEROES TO WS-TOTAL-MONTANTS
003397     EXIT.
003398
003399*----------------------------------------------------------------*
3399AA*  2170-CONTROLER-AGENCE - L'AGENCE DE L'EN-TETE DOIT EXISTER    *
3399AB*  DANS LE REFERENTIEL DES AGENCES ET ETRE OUVERTE. SINON LE     *
3399AC*  BLOC EST REFUSE SEUL : SES LIGNES SERONT REJETEES (MOTIF      *
3399AD*  "09") ET IL NE SERA PAS ENREGISTRE DANS FICACCEP.             *
3399AE*----------------------------------------------------------------*
3399AF 2170-CONTROLER-AGENCE.
3399AG     SET WS-AGENCE-ADMISE TO TRUE
3399AH     MOVE ENT-AGENCE TO AGC-CODE
3399AI     READ AGENCES-FILE
3399AJ         KEY IS AGC-CODE
3399AK         INVALID KEY
3399AL             MOVE "I" TO FIC-MOTIF-REFUS (WS-IDX-BLOC-COURANT)
3399AM             SET WS-AGENCE-REFUSEE TO TRUE
3399AN         NOT INVALID KEY
3399AO             EVALUATE TRUE
3399AP                 WHEN AGC-OUVERTE
3399AQ                     CONTINUE
3399AR                 WHEN AGC-FERMEE-TEMPO
3399AS                     MOVE "T"
3399AT                   TO FIC-MOTIF-REFUS (WS-IDX-BLOC-COURANT)
3399AU                     SET WS-AGENCE-REFUSEE TO TRUE
3399AV                 WHEN OTHER
3399AW                     MOVE "F"
3399AX                   TO FIC-MOTIF-REFUS (WS-IDX-BLOC-COURANT)
3399AY                     SET WS-AGENCE-REFUSEE TO TRUE
3399AZ             END-EVALUATE
3399BA     END-READ
3399BB     IF WS-AGENCE-REFUSEE
3399BC         MOVE "R" TO FIC-STATUT (WS-IDX-BLOC-COURANT)
3399BD         ADD 1 TO WS-NB-BLOCS-REFUSES
3399BE         DISPLAY "BLOC DE L'AGENCE " ENT-AGENCE
3399BF                 " REFUSE - AGENCE INCONNUE OU FERMEE"
3399BG     END-IF.
3399BH 2170-CONTROLER-AGENCE-EXIT.
3399BI     EXIT.
3399BJ*----------------------------------------------------------------*
003400*  2200-CONTROLER-DETAIL - CONTROLE UNITAIRE D'UNE LIGNE DE      *
003410*  DETAIL ET AIGUILLAGE VERS LE FICHIER CONTROLE OU LE FICHIER   *
003420*  D'ANOMALIES. LA LIGNE EST COMPTEE ET SON MONTANT CUMULE POUR  *
003437*  LE RAPPROCHEMENT AVEC LE PIED DU BLOC DE SON AGENCE. LES      *
003438*  LIGNES D'UN BLOC REFUSE POUR SON AGENCE SONT REJETEES SANS    *
003439*  AUTRE CONTROLE (MOTIF "09").                                  *
003440*----------------------------------------------------------------*
003450 2200-CONTROLER-DETAIL.
003460     IF WS-HORS-BLOC
003510     END-IF
003580     MOVE BRUT-SUITE TO WS-TRX-BRUT
003590     ADD 1 TO WS-NB-DETAILS
003599     ADD 1 TO FIC-NB-LIGNES (WS-IDX-BLOC-COURANT)
003600     IF BRU-MONTANT IS NUMERIC
003610         ADD BRU-MONTANT-N TO WS-TOTAL-MONTANTS
003620     END-IF
003640         MOVE WS-AGENCE-FICHIER TO BRU-AGENCE
003650     END-IF
003660     MOVE "00" TO WS-MOTIF-REJET
003663     IF FIC-BLOC-REFUSE (WS-IDX-BLOC-COURANT)
003666         MOVE "09" TO WS-MOTIF-REJET
003669     ELSE
003672         PERFORM 3000-VALIDER-LIGNE THRU 3000-VALIDER-LIGNE-EXIT
003675     END-IF
003680     IF WS-LIGNE-ACCEPTEE
003690         PERFORM 4000-ECRIRE-ACCEPTEE
003700             THRU 4000-ECRIRE-ACCEPTEE-EXIT
003790*  2300-CONTROLER-PIED - SOLDE LE BLOC DE L'AGENCE COURANTE :    *
003800*  LE PIED DOIT SUIVRE UN EN-TETE ET CORRESPONDRE AU COMPTAGE    *
003810*  ET A LA SOMME DES MONTANTS DES LIGNES DU BLOC (BLOC TRONQUE   *
003812*  OU ALTERE SINON). LE BLOC SOLDE D'UNE AGENCE ADMISE EST       *
003814*  MARQUE ADMIS DANS LA TABLE DES BLOCS ; IL NE SERA ENREGISTRE  *
003815*  DANS FICACCEP QU'EN FIN DE CONTROLE, SI LE FICHIER ENTIER EST *
003816*  ADMIS.                                                        *
003820*----------------------------------------------------------------*
003830 2300-CONTROLER-PIED.
003840     IF WS-HORS-BLOC
004170             THRU 7000-REFUSER-FICHIER-EXIT
004180         GO TO 2300-CONTROLER-PIED-EXIT
004190     END-IF
004192     IF FIC-BLOC-EN-COURS (WS-IDX-BLOC-COURANT)
004194         MOVE "A" TO FIC-STATUT (WS-IDX-BLOC-COURANT)
004203     END-IF
04203A     MOVE ZEROES TO WS-IDX-BLOC-COURANT
004204     SET WS-HORS-BLOC TO TRUE.
004210 2300-CONTROLER-PIED-EXIT.
004220     EXIT.
004240*----------------------------------------------------------------*
004250*  3000-VALIDER-LIGNE - CONTROLES UNITAIRES. LE PREMIER CONTROLE *
004260*  EN DEFAUT DONNE LE MOTIF DE REJET.                            *
004261*  UNE VENTE DE DEVISES ("T") DOIT PORTER LA DEVISE SERVIE AU    *
004262*  CLIENT, JAMAIS LE TND.                                        *
004270*----------------------------------------------------------------*
004280 3000-VALIDER-LIGNE.
004290     IF BRU-SEQ-NO NOT NUMERIC
004400     END-IF
004410     IF BRU-MONTANT-N = ZEROES
004420         MOVE "02" TO WS-MOTIF-REJET
04420A         GO TO 3000-VALIDER-LIGNE-EXIT
004421     END-IF
04421A     IF NOT BRU-SENS-VALIDE
004422         MOVE "07" TO WS-MOTIF-REJET
04422A         GO TO 3000-VALIDER-LIGNE-EXIT
004423     END-IF
04423A     IF BRU-VENTE-DEVISE
004424        AND BRU-DEVISE = "TND"
04424A         MOVE "07" TO WS-MOTIF-REJET
004425         GO TO 3000-VALIDER-LIGNE-EXIT
004426     END-IF
004427     IF BRU-NO-COTATION NOT = SPACES
004428        AND BRU-NO-COTATION NOT NUMERIC
004429         MOVE "08" TO WS-MOTIF-REJET
004430         GO TO 3000-VALIDER-LIGNE-EXIT
004440     END-IF
004450     PERFORM 3100-VALIDER-DEVISE THRU 3100-VALIDER-DEVISE-EXIT
004820     MOVE BRU-CLIENT-ID TO TRX-CLIENT-ID
004830     MOVE BRU-RESIDENT TO TRX-RESIDENT
004840     MOVE BRU-AGENCE TO TRX-AGENCE
04840A     IF BRU-SENS = SPACES
004841         MOVE "D" TO TRX-SENS
004842     ELSE
004843         MOVE BRU-SENS TO TRX-SENS
004844     END-IF
004845     IF BRU-NO-COTATION = SPACES
004846         MOVE ZEROES TO TRX-NO-COTATION
004847     ELSE
004848         MOVE BRU-NO-COTATION-N TO TRX-NO-COTATION
004849     END-IF
004850     WRITE TRX-RECORD
004860     IF WS-TRX-OK
004870         MOVE BRU-SEQ-NO-N TO WS-DERNIER-SEQ-ACCEPTE
004880         ADD 1 TO WS-NB-ACCEPTEES
004889         ADD 1 TO FIC-NB-ACCEPTEES (WS-IDX-BLOC-COURANT)
004890     ELSE
004900         DISPLAY "ERREUR ECRITURE FICHIER CONTROLE - CODE "
004910                 WS-TRX-STATUS
005050     WRITE ANO-RECORD
005060     IF WS-ANOM-OK
005070         ADD 1 TO WS-NB-REJETEES
005079         ADD 1 TO FIC-NB-REJETEES (WS-IDX-BLOC-COURANT)
005080     ELSE
005090         DISPLAY "ERREUR ECRITURE FICHIER ANOMALIES - CODE "
005100                 WS-ANOM-STATUS
005502
005504*----------------------------------------------------------------*
005505*  6100-ENREGISTRER-BLOC - ENREGISTRE UN BLOC ACCEPTE DANS LE    *
05505A*  REPERTOIRE FICACCEP. UN BLOC REFUSE POUR SON AGENCE N'Y EST   *
005506*  PAS ENREGISTRE : IL POURRA ETRE RETRANSMIS.                   *
005507*----------------------------------------------------------------*
005508 6100-ENREGISTRER-BLOC.
05508A     IF NOT FIC-BLOC-ADMIS (WS-IDX-FIC-EDIT)
05508B         ADD 1 TO WS-IDX-FIC-EDIT
05508C         GO TO 6100-ENREGISTRER-BLOC-EXIT
05508D     END-IF
005509     MOVE SPACES TO ACC-RECORD
005510     MOVE FIC-AGENCE (WS-IDX-FIC-EDIT) TO ACC-AGENCE
005511     MOVE FIC-DATE-CREATION (WS-IDX-FIC-EDIT)
005526*----------------------------------------------------------------*
005530*  7000-REFUSER-FICHIER - REFUS DU FICHIER ENTIER : LE FICHIER   *
005540*  CONTROLE EST VIDE POUR QUE RIEN N'ATTEIGNE CONVERSION-BATCH,  *
005542*  LA LECTURE EST ARRETEE ET LE CODE RETOUR POSE A 12. LE BLOC   *
005544*  EN COURS, S'IL Y EN A UN, EST MARQUE REFUSE POUR L'ETAT DES   *
005550*  TRANSMISSIONS.                                                *
005560*----------------------------------------------------------------*
005570 7000-REFUSER-FICHIER.
005571     IF WS-BLOC-OUVERT
005572        AND WS-IDX-BLOC-COURANT > ZEROES
005573         IF NOT FIC-BLOC-REFUSE (WS-IDX-BLOC-COURANT)
005574             MOVE "R" TO FIC-STATUT (WS-IDX-BLOC-COURANT)
005575             MOVE "B" TO FIC-MOTIF-REFUS (WS-IDX-BLOC-COURANT)
005576         END-IF
005577     END-IF
005580     SET WS-FICHIER-REFUSE TO TRUE
005590     SET WS-FIN-FICHIER TO TRUE
005600     CLOSE TRX-FILE
005720*----------------------------------------------------------------*
005730 8000-EDITER-TOTAUX.
005740     DISPLAY "ENREGISTREMENTS LUS    : " WS-NB-LUES
005742     DISPLAY "BLOCS D'AGENCE LUS     : " WS-NB-BLOCS
005745     DISPLAY "BLOCS D'AGENCE REFUSES : " WS-NB-BLOCS-REFUSES
005760     DISPLAY "LIGNES ACCEPTEES       : " WS-NB-ACCEPTEES
005770     DISPLAY "LIGNES REJETEES        : " WS-NB-REJETEES.
005780 8000-EDITER-TOTAUX-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------*
05810A*  8500-EDITER-TRANSMISSIONS - ETAT DES TRANSMISSIONS : UNE      *
05810B*  LIGNE PAR AGENCE DU REFERENTIEL ATTENDUE (OUVERTE, FICHIER    *
05810C*  QUOTIDIEN) OU AYANT ENVOYE UN BLOC, PUIS UNE LIGNE PAR BLOC   *
05810D*  D'UNE AGENCE HORS REFERENTIEL, ET LES TOTAUX.                 *
05810E*----------------------------------------------------------------*
05810F 8500-EDITER-TRANSMISSIONS.
05810G     IF NOT WS-EDITION-OUVERTE
05810H        OR NOT WS-REFERENTIEL-OUVERT
05810I         GO TO 8500-EDITER-TRANSMISSIONS-EXIT
05810J     END-IF
05810K     MOVE ZEROES TO WS-NB-AGC-ATTENDUES
05810L     MOVE ZEROES TO WS-NB-AGC-ACCEPTEES
05810M     MOVE ZEROES TO WS-NB-AGC-NON-ADMISES
05810N     MOVE ZEROES TO WS-NB-AGC-MANQUANTES
05810O     MOVE ZEROES TO WS-NO-PAGE
05810P     MOVE 99 TO WS-NB-LIGNES
05810Q     MOVE LOW-VALUES TO AGC-CODE
05810R     START AGENCES-FILE KEY IS NOT LESS THAN AGC-CODE
05810S         INVALID KEY
05810T             SET WS-FIN-AGENCES TO TRUE
05810U         NOT INVALID KEY
05810V             SET WS-PAS-FIN-AGENCES TO TRUE
05810W     END-START
05810X     PERFORM 8510-EDITER-AGENCE THRU 8510-EDITER-AGENCE-EXIT
05810Y         UNTIL WS-FIN-AGENCES
005811     MOVE 1 TO WS-IDX-FIC
05811A     PERFORM 8530-EDITER-BLOC-INCONNU
05811B         THRU 8530-EDITER-BLOC-INCONNU-EXIT
05811C         UNTIL WS-IDX-FIC > WS-NB-BLOCS
05811D     PERFORM 8600-EDITER-TOTAUX-TRANSMISSION
05811E         THRU 8600-EDITER-TOTAUX-TRANSMISSION-EXIT.
05811F 8500-EDITER-TRANSMISSIONS-EXIT.
05811G     EXIT.
05811H
05811I*----------------------------------------------------------------*
05811J*  8510-EDITER-AGENCE - UNE AGENCE DU REFERENTIEL : SORT DE SON  *
05811K*  BLOC S'IL A ETE RECU ; SINON, SI ELLE EST ATTENDUE, MANQUANT  *
05811L*  (FICHIER LU EN ENTIER) OU NON LU (LECTURE ARRETEE PAR LE      *
05811M*  REFUS DU FICHIER). UNE AGENCE NON ATTENDUE ET SANS BLOC       *
05811N*  N'EST PAS EDITEE.                                             *
05811O*----------------------------------------------------------------*
05811P 8510-EDITER-AGENCE.
05811Q     READ AGENCES-FILE NEXT RECORD
05811R         AT END
05811S             SET WS-FIN-AGENCES TO TRUE
05811T             GO TO 8510-EDITER-AGENCE-EXIT
05811U     END-READ
05811V     IF AGC-OUVERTE
05811W        AND AGC-FICHIER-QUOTIDIEN
05811X         SET WS-AGENCE-ATTENDUE TO TRUE
05811Y         ADD 1 TO WS-NB-AGC-ATTENDUES
005812     ELSE
05812A         SET WS-AGENCE-NON-ATTENDUE TO TRUE
05812B     END-IF
05812C     PERFORM 8520-CHERCHER-AGENCE THRU 8520-CHERCHER-AGENCE-EXIT
05812D     IF WS-IDX-FIC-TROUVE = ZEROES
05812E        AND WS-AGENCE-NON-ATTENDUE
05812F         GO TO 8510-EDITER-AGENCE-EXIT
05812G     END-IF
05812H     MOVE SPACES TO WS-LIGNE-DETAIL
05812I     MOVE AGC-CODE TO DET-AGENCE
05812J     MOVE AGC-NOM TO DET-NOM
05812K     IF WS-IDX-FIC-TROUVE > ZEROES
05812L         PERFORM 8540-PREPARER-BLOC THRU 8540-PREPARER-BLOC-EXIT
05812M         IF WS-AGENCE-NON-ATTENDUE
05812N            AND DET-OBSERVATION = SPACES
05812O             MOVE "NON ATTENDUE" TO DET-OBSERVATION
05812P         END-IF
05812Q     ELSE
05812R         MOVE ZEROES TO DET-RECUES
05812S         MOVE ZEROES TO DET-ACCEPTEES
05812T         MOVE ZEROES TO DET-REJETEES
05812U         ADD 1 TO WS-NB-AGC-MANQUANTES
05812V         IF WS-BRUT-LU-EN-ENTIER
05812W             MOVE "MANQUANT" TO DET-ETAT
05812X             MOVE "A RELANCER" TO DET-OBSERVATION
05812Y         ELSE
005813             MOVE "NON LU" TO DET-ETAT
05813A             MOVE "FICHIER REFUSE" TO DET-OBSERVATION
05813B         END-IF
05813C     END-IF
05813D     MOVE WS-LIGNE-DETAIL TO ETATTRN-LIGNE
05813E     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT.
05813F 8510-EDITER-AGENCE-EXIT.
05813G     EXIT.
05813H
05813I*----------------------------------------------------------------*
05813J*  8520-CHERCHER-AGENCE - RECHERCHE LE BLOC DE L'AGENCE COURANTE *
05813K*  DU REFERENTIEL DANS LA TABLE DES BLOCS DU FICHIER.            *
05813L*----------------------------------------------------------------*
05813M 8520-CHERCHER-AGENCE.
05813N     MOVE ZEROES TO WS-IDX-FIC-TROUVE
05813O     MOVE 1 TO WS-IDX-FIC
05813P     PERFORM 8525-COMPARER-AGENCE THRU 8525-COMPARER-AGENCE-EXIT
05813Q         UNTIL WS-IDX-FIC > WS-NB-BLOCS
05813R            OR WS-IDX-FIC-TROUVE > ZEROES.
05813S 8520-CHERCHER-AGENCE-EXIT.
05813T     EXIT.
05813U
05813V*----------------------------------------------------------------*
05813W*  8525-COMPARER-AGENCE - UN PAS DE LA RECHERCHE EN TABLE.       *
05813X*----------------------------------------------------------------*
05813Y 8525-COMPARER-AGENCE.
005814     IF FIC-AGENCE (WS-IDX-FIC) = AGC-CODE
05814A         MOVE WS-IDX-FIC TO WS-IDX-FIC-TROUVE
05814B     ELSE
05814C         ADD 1 TO WS-IDX-FIC
05814D     END-IF.
05814E 8525-COMPARER-AGENCE-EXIT.
05814F     EXIT.
05814G
05814H*----------------------------------------------------------------*
05814I*  8530-EDITER-BLOC-INCONNU - UN BLOC NON ENCORE EDITE EST CELUI *
05814J*  D'UNE AGENCE ABSENTE DU REFERENTIEL.                          *
05814K*----------------------------------------------------------------*
05814L 8530-EDITER-BLOC-INCONNU.
05814M     IF NOT FIC-EDITE (WS-IDX-FIC)
05814N         MOVE WS-IDX-FIC TO WS-IDX-FIC-TROUVE
05814O         MOVE SPACES TO WS-LIGNE-DETAIL
05814P         MOVE FIC-AGENCE (WS-IDX-FIC) TO DET-AGENCE
05814Q         MOVE "HORS REFERENTIEL" TO DET-NOM
05814R         PERFORM 8540-PREPARER-BLOC THRU 8540-PREPARER-BLOC-EXIT
05814S         MOVE WS-LIGNE-DETAIL TO ETATTRN-LIGNE
05814T         PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05814U     END-IF
05814V     ADD 1 TO WS-IDX-FIC.
05814W 8530-EDITER-BLOC-INCONNU-EXIT.
05814X     EXIT.
005815
05815A*----------------------------------------------------------------*
05815B*  8540-PREPARER-BLOC - SORT DU BLOC TROUVE : ACCEPTE SI LE BLOC *
05815C*  ET LE FICHIER SONT ADMIS, RECU SI LE BLOC EST CORRECT MAIS LE *
05815D*  FICHIER REFUSE EN TOTALITE, REFUSE SINON, AVEC LE MOTIF.      *
05815E*----------------------------------------------------------------*
05815F 8540-PREPARER-BLOC.
05815G     SET FIC-EDITE (WS-IDX-FIC-TROUVE) TO TRUE
05815H     MOVE FIC-NB-LIGNES (WS-IDX-FIC-TROUVE) TO DET-RECUES
05815I     MOVE FIC-NB-REJETEES (WS-IDX-FIC-TROUVE) TO DET-REJETEES
05815J     MOVE ZEROES TO DET-ACCEPTEES
05815K     EVALUATE TRUE
05815L         WHEN FIC-BLOC-ADMIS (WS-IDX-FIC-TROUVE)
05815M          AND WS-FICHIER-ADMIS
05815N             MOVE "ACCEPTE" TO DET-ETAT
05815O             MOVE FIC-NB-ACCEPTEES (WS-IDX-FIC-TROUVE)
05815P                 TO DET-ACCEPTEES
05815Q             ADD 1 TO WS-NB-AGC-ACCEPTEES
05815R         WHEN FIC-BLOC-ADMIS (WS-IDX-FIC-TROUVE)
05815S             MOVE "RECU" TO DET-ETAT
05815T             MOVE "FICHIER REFUSE" TO DET-OBSERVATION
05815U             ADD 1 TO WS-NB-AGC-NON-ADMISES
05815V         WHEN OTHER
05815W             MOVE "REFUSE" TO DET-ETAT
05815X             ADD 1 TO WS-NB-AGC-NON-ADMISES
005816             EVALUATE TRUE
05816A                 WHEN FIC-AGENCE-INCONNUE (WS-IDX-FIC-TROUVE)
05816B                     MOVE "AGENCE INCONNUE" TO DET-OBSERVATION
05816C                 WHEN FIC-AGENCE-FERMEE (WS-IDX-FIC-TROUVE)
05816D                     MOVE "AGENCE FERMEE" TO DET-OBSERVATION
05816E                 WHEN FIC-AGENCE-FERMEE-TEMPO (WS-IDX-FIC-TROUVE)
05816F                     MOVE "FERMEE TEMPO." TO DET-OBSERVATION
05816G                 WHEN OTHER
05816H                     MOVE "BLOC INVALIDE" TO DET-OBSERVATION
05816I             END-EVALUATE
05816J     END-EVALUATE.
05816K 8540-PREPARER-BLOC-EXIT.
05816L     EXIT.
05816M
05816N*----------------------------------------------------------------*
05816O*  8600-EDITER-TOTAUX-TRANSMISSION - TOTAUX DE L'ETAT.           *
05816P*----------------------------------------------------------------*
05816Q 8600-EDITER-TOTAUX-TRANSMISSION.
05816R     MOVE WS-LIGNE-VIDE TO ETATTRN-LIGNE
05816S     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05816T     IF WS-FICHIER-REFUSE
05816U         MOVE "FICHIER BRUT REFUSE EN TOTALITE - "
05816V             TO ETATTRN-LIGNE
05816W         MOVE "AUCUNE TRANSACTION REMISE AU LOT"
05816X             TO ETATTRN-LIGNE (35:32)
005817         PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817A     END-IF
05817B     MOVE SPACES TO WS-LIGNE-TOTAL
05817C     MOVE "AGENCES ATTENDUES                 :" TO TOT-LIBELLE
05817D     MOVE WS-NB-AGC-ATTENDUES TO TOT-VALEUR
05817E     MOVE WS-LIGNE-TOTAL TO ETATTRN-LIGNE
05817F     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817G     MOVE "BLOCS RECUS                       :" TO TOT-LIBELLE
05817H     MOVE WS-NB-BLOCS TO TOT-VALEUR
05817I     MOVE WS-LIGNE-TOTAL TO ETATTRN-LIGNE
05817J     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817K     MOVE "BLOCS ACCEPTES                    :" TO TOT-LIBELLE
05817L     MOVE WS-NB-AGC-ACCEPTEES TO TOT-VALEUR
05817M     MOVE WS-LIGNE-TOTAL TO ETATTRN-LIGNE
05817N     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817O     MOVE "BLOCS REFUSES OU NON REMIS AU LOT :" TO TOT-LIBELLE
05817P     MOVE WS-NB-AGC-NON-ADMISES TO TOT-VALEUR
05817Q     MOVE WS-LIGNE-TOTAL TO ETATTRN-LIGNE
05817R     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817S     MOVE "AGENCES ATTENDUES SANS BLOC       :" TO TOT-LIBELLE
05817T     MOVE WS-NB-AGC-MANQUANTES TO TOT-VALEUR
05817U     MOVE WS-LIGNE-TOTAL TO ETATTRN-LIGNE
05817V     PERFORM 8900-ECRIRE-LIGNE THRU 8900-ECRIRE-LIGNE-EXIT
05817W     IF WS-NB-AGC-MANQUANTES > ZEROES
05817X         DISPLAY "AGENCES ATTENDUES SANS BLOC : "
005818                 WS-NB-AGC-MANQUANTES " - VOIR L'ETAT DES "
05818A                 "TRANSMISSIONS"
05818B     END-IF.
05818C 8600-EDITER-TOTAUX-TRANSMISSION-EXIT.
05818D     EXIT.
05818E
05818F*----------------------------------------------------------------*
05818G*  8800-NOUVELLE-PAGE - TITRE ET EN-TETES DE COLONNES DE L'ETAT  *
05818H*  DES TRANSMISSIONS.                                            *
05818I*----------------------------------------------------------------*
05818J 8800-NOUVELLE-PAGE.
05818K     ADD 1 TO WS-NO-PAGE
05818L     MOVE WS-DATE-SYSTEME (7:2) TO TIT-JOUR
05818M     MOVE WS-DATE-SYSTEME (5:2) TO TIT-MOIS
05818N     MOVE WS-DATE-SYSTEME (1:4) TO TIT-ANNEE
05818O     MOVE WS-NO-PAGE TO TIT-NO-PAGE
05818P     WRITE ETATTRN-LIGNE FROM WS-LIGNE-TITRE
05818Q     WRITE ETATTRN-LIGNE FROM WS-LIGNE-COLONNES
05818R     WRITE ETATTRN-LIGNE FROM WS-LIGNE-SEPARATION
05818S     IF NOT WS-ETATTRN-OK
05818T         DISPLAY "ERREUR ECRITURE ETAT DES TRANSMISSIONS - "
05818U           "CODE "
05818V                 WS-ETATTRN-STATUS
05818W         MOVE 12 TO RETURN-CODE
05818X     END-IF
005819     MOVE 3 TO WS-NB-LIGNES.
05819A 8800-NOUVELLE-PAGE-EXIT.
05819B     EXIT.
05819C
05819D*----------------------------------------------------------------*
05819E*  8900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS              *
05819F*  ETATTRN-LIGNE EN GERANT LE SAUT DE PAGE.                      *
05819G*----------------------------------------------------------------*
05819H 8900-ECRIRE-LIGNE.
05819I     IF WS-NB-LIGNES >= WS-MAX-LIGNES
05819J         MOVE ETATTRN-LIGNE TO WS-LIGNE-SAUVEE
05819K         PERFORM 8800-NOUVELLE-PAGE THRU 8800-NOUVELLE-PAGE-EXIT
05819L         MOVE WS-LIGNE-SAUVEE TO ETATTRN-LIGNE
05819M     END-IF
05819N     WRITE ETATTRN-LIGNE
05819O     IF NOT WS-ETATTRN-OK
05819P         DISPLAY "ERREUR ECRITURE ETAT DES TRANSMISSIONS - "
05819Q           "CODE "
05819R                 WS-ETATTRN-STATUS
05819S         MOVE 12 TO RETURN-CODE
05819T     END-IF
05819U     ADD 1 TO WS-NB-LIGNES.
05819V 8900-ECRIRE-LIGNE-EXIT.
05819W     EXIT.
05819X*----------------------------------------------------------------*
005820*  9999-EXIT - FERMETURE DES FICHIERS ET CODE RETOUR.            *
005830*----------------------------------------------------------------*
005840 9999-EXIT.
005850     IF WS-NB-REJETEES > ZEROES
005851        OR WS-NB-BLOCS-REFUSES > ZEROES
005852         IF RETURN-CODE = ZEROES
005853             MOVE 8 TO RETURN-CODE
005854         END-IF
005855     END-IF
005856     IF WS-NB-AGC-MANQUANTES > ZEROES
005860        AND RETURN-CODE = ZEROES
005870         MOVE 4 TO RETURN-CODE
005880     END-IF
005882     IF WS-CHAINE-ENREGISTREE
005884         PERFORM 9900-FIN-CHAINE THRU 9900-FIN-CHAINE-EXIT
005930     END-IF
005940     CLOSE ANOM-FILE
005945     CLOSE ACCEP-FILE
005949     CLOSE CLIMAST-FILE
005953     CLOSE AGENCES-FILE
005957     CLOSE ETATTRN-FILE.
005960     EXIT.
005961
005962*----------------------------------------------------------------*
