000136*                       REFUSE UN LANCEMENT AVANT LA FIN DE      *
000137*                       RECONCILIATION-JOURNEE OU UN DOUBLE      *
000138*                       LANCEMENT POUR LA MEME DATE.             *
00138A*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
00138B*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00138C*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
000139*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
00139A*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
00139B*                       BONNE DATE.                              *
000140*================================================================*
000150
000160 ENVIRONMENT DIVISION.
000580 77  WS-NB-ECARTS                PIC 9(07) COMP.
000590 77  WS-NB-INCONNUES             PIC 9(07) COMP.
000591 77  WS-DATE-SYSTEME             PIC 9(08).
00591A 77  WS-FONCTION-DATE            PIC X(01).
00591B 77  WS-CODE-DATE                PIC X(02).
000592 77  WS-FONCTION-CHAINE          PIC X(01).
000593 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 4.
000594 77  WS-CODE-ETAPE-CHAINE        PIC 9(02).
000790     MOVE ZEROES TO WS-NB-ECARTS
000800     MOVE ZEROES TO WS-NB-INCONNUES
000810     SET WS-PAS-FIN-FICHIER TO TRUE
00810A     MOVE "L" TO WS-FONCTION-DATE
00810B     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
000811                                   WS-DATE-SYSTEME
00811A                                   WS-CODE-DATE
00811B     IF WS-CODE-DATE NOT = "00"
000812         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
00812A                 "DATE SYSTEME RETENUE"
00812B     END-IF
000813     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
000814     IF NOT WS-CHAINE-ENREGISTREE
000815         MOVE 12 TO RETURN-CODE
