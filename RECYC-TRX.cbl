000220*                       (STATUT "R", TEMOIN A BLANC) POUR        *
000221*                       CORRECTION OU ABANDON PAR LE GUICHET     *
000222*                       ARRIERE.                                 *
00222A*  15/10/2026  SEI      CORRECTION DU NUMERO DE COTATION         *
00222B*                       NEGOCIEE D'UN ITEM REFUSE PAR            *
00222C*                       DEV-TAUX-CALCUL (MOTIF "24") : NOUVEAU   *
00222D*                       NUMERO OU ZERO POUR APPLIQUER LE COURS   *
00222E*                       DU TABLEAU.                              *
00222F*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
00222G*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
00222H*                       TRANSMIS POUR LE JOURNAL DES             *
00222I*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
00222J*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
00222K*                       POUR OPERATEUR VERROUILLE.               *
000223*================================================================*
000224
000230 ENVIRONMENT DIVISION.
000505 77  WS-DATE-OPER-SAISIE         PIC 9(08).
000510 77  WS-DEVISE-SAISIE            PIC X(03).
000520 77  WS-MONTANT-SAISI            PIC 9(05)V9(02).
000522 01  WS-COTATION-SAISIE          PIC X(08).
000524 01  WS-COTATION-SAISIE-N REDEFINES WS-COTATION-SAISIE
000525                                 PIC 9(08).
000530 77  WS-JUSTIFICATION-SAISIE     PIC X(30).
000540 77  WS-NB-AFFICHES              PIC 9(05) COMP.
000542 77  WS-CODE-SIGNON              PIC X(02).
000547     88  WS-ROLE-TRESORERIE          VALUE "T".
000548 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000550 77  WS-NOM-OPERATEUR            PIC X(25).
00550A 77  WS-PROGRAMME                PIC X(30) VALUE
00550B         "CORRECTION-RECYCLAGE".
00550C 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000551
000560 PROCEDURE DIVISION.
000570
001570*  CONSERVE LA VALEUR D'ORIGINE. LA CORRECTION ANNULE TOUT       *
001572*  VISA TRESORERIE ANTERIEUR : UN ITEM DONT LE MONTANT OU LA     *
001574*  DEVISE CHANGE REPASSE PAR LE CONTROLE DES LIMITES.            *
001575*  LE NUMERO DE COTATION A BLANC EST CONSERVE ; A ZERO, LE COURS *
001576*  DU TABLEAU S'APPLIQUERA A LA REPRISE.                         *
001580*----------------------------------------------------------------*
001590 4000-CORRIGER-TRANSACTION.
001600     DISPLAY "DONNER IDENTIFIANT OPERATEUR"
001790             "  DEVISE : " RCY-DEVISE
001795             "  AGENCE : " RCY-AGENCE
001800             "  MOTIF DU REJET : " RCY-MOTIF-REJET
001801     IF RCY-NO-COTATION IS NUMERIC
001802        AND RCY-NO-COTATION > ZEROES
001803         DISPLAY "COTATION : " RCY-NO-COTATION
001805     END-IF
001810     DISPLAY "DONNER LA NOUVELLE DEVISE (BLANC = INCHANGEE)"
001820     ACCEPT WS-DEVISE-SAISIE
001830     IF WS-DEVISE-SAISIE NOT = SPACES
001890        AND WS-MONTANT-SAISI > ZEROES
001900         MOVE WS-MONTANT-SAISI TO RCY-MONTANT
001910     END-IF
01910A     DISPLAY "DONNER LE NUMERO DE COTATION (BLANC = INCHANGE, "
001911             "0 = COURS DU TABLEAU)"
01911A     MOVE SPACES TO WS-COTATION-SAISIE
001912     ACCEPT WS-COTATION-SAISIE
01912A     EVALUATE TRUE
001913         WHEN WS-COTATION-SAISIE = SPACES
01913A             CONTINUE
001914         WHEN WS-COTATION-SAISIE = "0"
01914A             MOVE ZEROES TO RCY-NO-COTATION
001915         WHEN WS-COTATION-SAISIE IS NUMERIC
001916             MOVE WS-COTATION-SAISIE-N TO RCY-NO-COTATION
001917         WHEN OTHER
001918             DISPLAY "NUMERO DE COTATION INVALIDE - INCHANGE"
001919     END-EVALUATE
001920
001930     MOVE "C" TO RCY-STATUT
001932     MOVE SPACES TO RCY-VISA
002533*  7000-CONTROLER-OPERATEUR - IDENTIFICATION DE L'OPERATEUR PAR  *
002534*  LA ROUTINE COMMUNE CONTROLE-OPERATEUR : IDENTIFIANT INCONNU   *
002535*  OU SUSPENDU REFUSE.                                           *
02535A*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
002536*----------------------------------------------------------------*
002537 7000-CONTROLER-OPERATEUR.
002538     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
002540                                      WS-ROLE-OPERATEUR
002541                                      WS-PLAFOND-OPERATEUR
002542                                      WS-NOM-OPERATEUR
02542A                                      WS-PROGRAMME
02542B                                      WS-AGENCE-SIGNON
002543     EVALUATE WS-CODE-SIGNON
002544         WHEN "00"
002545             CONTINUE
002547             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
002548         WHEN "08"
002549             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
02549A         WHEN "16"
02549B             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
02549C         WHEN "24"
02549D             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
02549E         WHEN "28"
02549F             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
02549G         WHEN "32"
02549H             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
002550         WHEN OTHER
002551             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
002552                     "ACCES REFUSE"
