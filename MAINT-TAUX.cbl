000215*                       DOUBLE CONTROLE SAISIE/APPROBATION QUE   *
000216*                       LES TAUX, VIA LE FICHIER DES DEMANDES    *
000217*                       EN ATTENTE DEVLPND.                      *
00217A*  15/10/2026  SEI      IDENTIFICATION AVEC CODE PIN PAR         *
00217B*                       CONTROLE-OPERATEUR : NOM DU PROGRAMME    *
00217C*                       TRANSMIS POUR LE JOURNAL DES             *
00217D*                       IDENTIFICATIONS, REFUS POUR CODE PIN     *
00217E*                       ERRONE, NON ATTRIBUE OU NON CHANGE ET    *
00217F*                       POUR OPERATEUR VERROUILLE.               *
000218*================================================================*
000219
000220 ENVIRONMENT DIVISION.
000634     88  WS-ROLE-APPROBATEUR         VALUE "A".
000635 77  WS-PLAFOND-OPERATEUR        PIC 9(07)V9(02).
000636 77  WS-NOM-OPERATEUR            PIC X(25).
000637 77  WS-PROGRAMME                PIC X(30) VALUE
000638         "MAINT-TAUX".
000639 77  WS-AGENCE-SIGNON            PIC X(03) VALUE SPACES.
000640
000650 PROCEDURE DIVISION.
000660
002962*  LA ROUTINE COMMUNE CONTROLE-OPERATEUR : IDENTIFIANT INCONNU   *
002963*  OU SUSPENDU REFUSE. LE ROLE EST RESTITUE POUR LE CONTROLE     *
002964*  D'APPROBATION DE L'APPELANT.                                  *
02964A*  CODE PIN DEMANDE PAR LA ROUTINE, QUI JOURNALISE LA TENTATIVE. *
002965*----------------------------------------------------------------*
002966 7000-CONTROLER-OPERATEUR.
002967     CALL "CONTROLE-OPERATEUR" USING WS-OPERATEUR-ID
002969                                      WS-ROLE-OPERATEUR
002970                                      WS-PLAFOND-OPERATEUR
002971                                      WS-NOM-OPERATEUR
02971A                                      WS-PROGRAMME
02971B                                      WS-AGENCE-SIGNON
002972     EVALUATE WS-CODE-SIGNON
002973         WHEN "00"
002974             CONTINUE
002976             DISPLAY "OPERATEUR INCONNU - ACCES REFUSE"
002977         WHEN "08"
002978             DISPLAY "OPERATEUR SUSPENDU - ACCES REFUSE"
02978A         WHEN "16"
02978B             DISPLAY "CODE PIN ERRONE - ACCES REFUSE"
02978C         WHEN "24"
02978D             DISPLAY "OPERATEUR VERROUILLE - ACCES REFUSE"
02978E         WHEN "28"
02978F             DISPLAY "CODE PIN NON ATTRIBUE - ACCES REFUSE"
02978G         WHEN "32"
02978H             DISPLAY "CODE PIN NON CHANGE - ACCES REFUSE"
002979         WHEN OTHER
002980             DISPLAY "FICHIER DES PROFILS INDISPONIBLE - "
002981                     "ACCES REFUSE"
