000190*  HISTORIQUE DES MODIFICATIONS.                                 *
000200*  DATE        AUTEUR   DESCRIPTION                              *
000210*  21/08/2026  SEI      CREATION DU PROGRAMME.                   *
000213*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000216*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000219*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000220*================================================================*
000230
000240 ENVIRONMENT DIVISION.
000690     88  WS-TAUX-INCHANGE            VALUE "O".
000700     88  WS-TAUX-CHANGE              VALUE "N".
000710 77  WS-DATE-SYSTEME             PIC 9(08).
000714 77  WS-FONCTION-DATE            PIC X(01).
000718 77  WS-CODE-DATE                PIC X(02).
000720 77  WS-HEURE-SYSTEME            PIC 9(06).
000730 77  WS-NB-LUS                   PIC 9(07) COMP.
000740 77  WS-NB-DEMANDES              PIC 9(07) COMP.
000980     MOVE ZEROES TO WS-NB-DEMANDES
000990     MOVE ZEROES TO WS-NB-INCHANGES
001000     SET WS-PAS-FIN-FICHIER TO TRUE
001001     MOVE "L" TO WS-FONCTION-DATE
001002     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001003                                   WS-DATE-SYSTEME
001004                                   WS-CODE-DATE
001005     IF WS-CODE-DATE NOT = "00"
001006         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001007                 "DATE SYSTEME RETENUE"
001010     END-IF
001020     ACCEPT WS-HEURE-SYSTEME FROM TIME
001030     OPEN INPUT BCT-FILE
001040     OPEN INPUT DEVRATE-FILE
