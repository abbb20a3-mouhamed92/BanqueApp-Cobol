000270*  HISTORIQUE DES MODIFICATIONS.                                 *
000280*  DATE        AUTEUR   DESCRIPTION                              *
000290*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000293*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000296*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000299*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000300*================================================================*
000310
000320 ENVIRONMENT DIVISION.
000940 77  WS-SEQ-SAISI                PIC 9(07).
000950 77  WS-DATE-OPER-SAISIE         PIC 9(08).
000960 77  WS-DATE-SYSTEME             PIC 9(08).
000964 77  WS-FONCTION-DATE            PIC X(01).
000968 77  WS-CODE-DATE                PIC X(02).
000970 77  WS-ORIGINE-COURANTE         PIC X(07).
000980 77  WS-NB-AUDIT-LUES            PIC 9(07) COMP.
000990 77  WS-NB-ARCHIVE-LUES          PIC 9(07) COMP.
001880     MOVE ZEROES TO WS-NB-EXTRAITES
001890     MOVE ZEROES TO WS-NB-DEVISES
001900     SET WS-ARCHIVE-REFUSEE TO TRUE
001901     MOVE "L" TO WS-FONCTION-DATE
001902     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001903                                   WS-DATE-SYSTEME
001904                                   WS-CODE-DATE
001905     IF WS-CODE-DATE NOT = "00"
001906         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001907                 "DATE SYSTEME RETENUE"
001910     END-IF
001920     DISPLAY "CRITERE DE RECHERCHE :"
001930     DISPLAY "1. IDENTIFIANT CLIENT"
001940     DISPLAY "2. DEVISE (SOURCE OU CIBLE)"
