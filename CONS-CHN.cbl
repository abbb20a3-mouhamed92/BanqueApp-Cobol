000170*  HISTORIQUE DES MODIFICATIONS.                                 *
000180*  DATE        AUTEUR   DESCRIPTION                              *
000190*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000191*  15/10/2026  SEI      DATE PAR DEFAUT : DATE DE TRAITEMENT     *
000192*                       (ROUTINE COMMUNE DATE-TRAITEMENT) AU     *
000193*                       LIEU DE LA DATE SYSTEME.                 *
000194*  15/10/2026  SEI      ETAPE 05 REEVALUATION-POSITION INSEREE   *
000195*                       APRES RECONCILIATION-TAUX : LES ETAPES   *
000196*                       SUIVANTES SONT DECALEES (08 ETAPES).     *
000200*================================================================*
000210
000220 ENVIRONMENT DIVISION.
000400     88  WS-CHAINE-OK                VALUE "00".
000410 77  WS-DATE-SAISIE              PIC 9(08).
000420 77  WS-DATE-CONSULTEE           PIC 9(08).
000424 77  WS-FONCTION-DATE            PIC X(01).
000428 77  WS-CODE-DATE                PIC X(02).
000430 77  WS-ETAPE-COURANTE           PIC 9(02).
000440 77  WS-LIBELLE-ETAPE            PIC X(25).
000450 77  WS-NB-ETAPES                PIC 9(02) VALUE 8.
000460
000470 PROCEDURE DIVISION.
000480
000720        AND WS-DATE-SAISIE > ZEROES
000730         MOVE WS-DATE-SAISIE TO WS-DATE-CONSULTEE
000740     ELSE
000741         MOVE "L" TO WS-FONCTION-DATE
000742         CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000743                                       WS-DATE-CONSULTEE
000744                                       WS-CODE-DATE
000745         IF WS-CODE-DATE NOT = "00"
000746             DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
000747                     "DATE SYSTEME RETENUE"
000750         END-IF
000760     END-IF
000770     OPEN INPUT CHAINE-FILE
000780     IF NOT WS-CHAINE-OK
001260         WHEN 4
001270             MOVE "RECONCILIATION-TAUX" TO WS-LIBELLE-ETAPE
001280         WHEN 5
001284             MOVE "REEVALUATION-POSITION" TO WS-LIBELLE-ETAPE
001288         WHEN 6
001290             MOVE "POSITION-TRESORERIE" TO WS-LIBELLE-ETAPE
001300         WHEN 7
001310             MOVE "ARCHIVAGE-AUDIT" TO WS-LIBELLE-ETAPE
001312         WHEN 8
001314             MOVE "STATISTIQUE-BCT" TO WS-LIBELLE-ETAPE
001320         WHEN OTHER
001330             MOVE "ETAPE INCONNUE" TO WS-LIBELLE-ETAPE
