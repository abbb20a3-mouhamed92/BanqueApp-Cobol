000267*                       LANCEMENT AVANT LA FIN DE                *
000268*                       POSITION-TRESORERIE OU UN DOUBLE         *
000269*                       LANCEMENT POUR LA MEME DATE.             *
00269A*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
00269B*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00269C*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
00269D*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
00269E*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
00269F*                       BONNE DATE.                              *
00269G*  15/10/2026  SEI      ETAPE 07 DE LA CHAINE DU SOIR (INSERTION *
00269H*                       DE REEVALUATION-POSITION EN ETAPE 05).   *
000270*================================================================*
000280
000290 ENVIRONMENT DIVISION.
000750     88  WS-FIN-FICHIER              VALUE "O".
000760     88  WS-PAS-FIN-FICHIER          VALUE "N".
000770 77  WS-DATE-SYSTEME             PIC 9(08).
000774 77  WS-FONCTION-DATE            PIC X(01).
000778 77  WS-CODE-DATE                PIC X(02).
000780 77  WS-MOIS-COURANT             PIC 9(06).
000790 77  WS-MOIS-ENREG               PIC 9(06).
000800 77  WS-NB-LUES                  PIC 9(07) COMP.
000950 77  WS-TOTAL-MONTANT            PIC 9(11)V9(02).
000960 77  WS-TOTAL-CONVERTI           PIC 9(13)V9(02).
000962 77  WS-FONCTION-CHAINE          PIC X(01).
000963 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 7.
000964 77  WS-CODE-ETAPE-CHAINE        PIC 9(02).
000965 77  WS-CODE-CHAINE              PIC X(02).
000966 77  WS-SW-CHAINE-ENREG          PIC X(01) VALUE "N".
001190     MOVE ZEROES TO WS-NB-CONSERVEES
001200     MOVE ZEROES TO WS-NB-DEVISES
001210     SET WS-PAS-FIN-FICHIER TO TRUE
001211     MOVE "L" TO WS-FONCTION-DATE
001212     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001213                                   WS-DATE-SYSTEME
001214                                   WS-CODE-DATE
001215     IF WS-CODE-DATE NOT = "00"
001216         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001217                 "DATE SYSTEME RETENUE"
001220     END-IF
001230     COMPUTE WS-MOIS-COURANT = WS-DATE-SYSTEME / 100
001232     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
001234     IF NOT WS-CHAINE-ENREGISTREE
