000260*  (COLONNE "S/FR") : ELLES SIGNALENT EN GENERAL UN BAREME       *
000270*  ABSENT AU MOMENT OU LA CONVERSION A ETE EXECUTEE.             *
000280*                                                                *
000282*  LES LIGNES D'ANNULATION (TYPE "A") SONT DEDUITES DU POSTE DE  *
000284*  L'OPERATEUR QUI AVAIT EXECUTE LA CONVERSION D'ORIGINE, DANS   *
000286*  LE MOIS ET LE JOUR DE L'ANNULATION : LES CUMULS SONT SIGNES.  *
000288*                                                                *
000290*  HISTORIQUE DES MODIFICATIONS.                                 *
000300*  DATE        AUTEUR   DESCRIPTION                              *
000310*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000311*  15/10/2026  SEI      LIGNES D'ANNULATION DE CONVERSION        *
000312*                       DEDUITES DU POSTE DE L'OPERATEUR         *
000313*                       D'ORIGINE - CUMULS ET EDITION SIGNES.    *
000314*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000315*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000316*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000320*================================================================*
000330
000340 ENVIRONMENT DIVISION.
000780     88  WS-BAREME-ACTIF             VALUE "O".
000790     88  WS-BAREME-INEXISTANT        VALUE "N".
000800 77  WS-DATE-SYSTEME             PIC 9(08).
000804 77  WS-FONCTION-DATE            PIC X(01).
000808 77  WS-CODE-DATE                PIC X(02).
000810 77  WS-MOIS-COURANT             PIC 9(06).
000820 77  WS-MOIS-ENREG               PIC 9(06).
000830 77  WS-NB-LUES                  PIC 9(07) COMP.
000840 77  WS-NB-RETENUES              PIC 9(07) COMP.
000845 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
000850 77  WS-DEVISE-BAREME            PIC X(03).
000855 77  WS-OPERATEUR-POSTE          PIC X(08).
000860 77  WS-FRAIS-TND                PIC 9(07)V9(02).
000870
000880 01  WS-TABLE-POSTES.
000910         10  COM-DEVISE          PIC X(03).
000920         10  COM-OPERATEUR       PIC X(08).
000930         10  COM-SENS            PIC X(01).
000940         10  COM-NB-JOUR         PIC S9(05) COMP.
000950         10  COM-FRAIS-JOUR      PIC S9(11)V9(02).
000960         10  COM-NB-MOIS         PIC S9(07) COMP.
000970         10  COM-FRAIS-MOIS      PIC S9(13)V9(02).
000980         10  COM-NB-SANS-FRAIS   PIC 9(05) COMP.
000990 77  WS-IDX                      PIC 9(03) COMP.
001000 77  WS-IDX-TROUVE               PIC 9(03) COMP.
001010 77  WS-IDX-EDIT                 PIC 9(03) COMP.
001020
001030 77  WS-TOTAL-TND-JOUR           PIC S9(13)V9(02).
001040 77  WS-TOTAL-SANS-FRAIS         PIC 9(07) COMP.
001050
001060 77  WS-NO-PAGE                  PIC 9(03) COMP.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  DET-SENS                PIC X(01).
001450     05  FILLER                  PIC X(01) VALUE SPACE.
001460     05  DET-NB-JOUR             PIC --,--9.
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  DET-FRAIS-JOUR          PIC ---,---,--9.99.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001492     05  DET-NB-MOIS             PIC ---,--9.
001494     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  DET-FRAIS-MOIS          PIC -,---,---,--9.99.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  DET-SANS-FRAIS          PIC Z,ZZ9.
001530     05  FILLER                  PIC X(09) VALUE SPACES.
001560     05  FILLER                  PIC X(42) VALUE
001570         "TOTAL GENERAL DU JOUR EN CONTRE-VALEUR TND".
001580     05  FILLER                  PIC X(02) VALUE ": ".
001590     05  TOT-MONTANT-TND         PIC -,---,---,--9.99.
001600     05  FILLER                  PIC X(20) VALUE SPACES.
001610
001620 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001870 1000-INITIALISER.
001880     MOVE ZEROES TO WS-NB-LUES
001890     MOVE ZEROES TO WS-NB-RETENUES
001895     MOVE ZEROES TO WS-NB-ANNULATIONS
001900     MOVE ZEROES TO WS-NB-POSTES
001910     MOVE ZEROES TO WS-TOTAL-TND-JOUR
001920     MOVE ZEROES TO WS-TOTAL-SANS-FRAIS
001930     MOVE ZEROES TO WS-NO-PAGE
001940     MOVE 99 TO WS-NB-LIGNES
001950     SET WS-PAS-FIN-FICHIER TO TRUE
001951     MOVE "L" TO WS-FONCTION-DATE
001952     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001953                                   WS-DATE-SYSTEME
001954                                   WS-CODE-DATE
001955     IF WS-CODE-DATE NOT = "00"
001956         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001957                 "DATE SYSTEME RETENUE"
001960     END-IF
001970     COMPUTE WS-MOIS-COURANT = WS-DATE-SYSTEME / 100
001980     OPEN INPUT AUDIT-FILE
001990     OPEN OUTPUT COM-FILE
002330
002340*----------------------------------------------------------------*
002350*  2000-TRAITER-AUDIT - CUMULE LA LIGNE D'AUDIT COURANTE SI      *
002360*  C'EST UNE CONVERSION ABOUTIE DU MOIS EN COURS ; UNE LIGNE     *
002362*  D'ANNULATION EST DEDUITE DU POSTE DE L'OPERATEUR D'ORIGINE.   *
002370*----------------------------------------------------------------*
002380 2000-TRAITER-AUDIT.
002390     MOVE AUD-DATE (1:6) TO WS-MOIS-ENREG
002470     ELSE
002480         MOVE AUD-DEVISE-CIBLE TO WS-DEVISE-BAREME
002490     END-IF
002491     IF AUD-ANNULATION
002492         ADD 1 TO WS-NB-ANNULATIONS
002493         MOVE AUD-REF-OPERATEUR-ID TO WS-OPERATEUR-POSTE
002494     ELSE
002495         MOVE AUD-OPERATEUR-ID TO WS-OPERATEUR-POSTE
002496     END-IF
002500     PERFORM 2100-CHERCHER-POSTE THRU 2100-CHERCHER-POSTE-EXIT
002510     IF WS-IDX-TROUVE = ZEROES
02510A         GO TO 2000-TRAITER-AUDIT-FIN
002511     END-IF
02511A     IF AUD-ANNULATION
002512         SUBTRACT 1 FROM COM-NB-MOIS (WS-IDX-TROUVE)
02512A         SUBTRACT AUD-FRAIS FROM COM-FRAIS-MOIS (WS-IDX-TROUVE)
002513         IF AUD-DATE = WS-DATE-SYSTEME
002514             SUBTRACT 1 FROM COM-NB-JOUR (WS-IDX-TROUVE)
002515             SUBTRACT AUD-FRAIS
002516                 FROM COM-FRAIS-JOUR (WS-IDX-TROUVE)
002517             PERFORM 2300-VALORISER-TND
002518                 THRU 2300-VALORISER-TND-EXIT
002519         END-IF
002520         GO TO 2000-TRAITER-AUDIT-FIN
002530     END-IF
002540     ADD 1 TO COM-NB-MOIS (WS-IDX-TROUVE)
002860             MOVE WS-NB-POSTES TO WS-IDX-TROUVE
002870             MOVE WS-DEVISE-BAREME
002880                 TO COM-DEVISE (WS-IDX-TROUVE)
002890             MOVE WS-OPERATEUR-POSTE
002900                 TO COM-OPERATEUR (WS-IDX-TROUVE)
002910             MOVE AUD-SENS TO COM-SENS (WS-IDX-TROUVE)
002920             MOVE ZEROES TO COM-NB-JOUR (WS-IDX-TROUVE)
002970         ELSE
002980             DISPLAY "TABLE DES POSTES PLEINE - ETAT INCOMPLET "
002990                     "POUR " WS-DEVISE-BAREME " "
003000                     WS-OPERATEUR-POSTE
003010             MOVE 8 TO RETURN-CODE
003020         END-IF
003030     END-IF.
003090*----------------------------------------------------------------*
003100 2110-COMPARER-POSTE.
003110     IF COM-DEVISE (WS-IDX) = WS-DEVISE-BAREME
003120        AND COM-OPERATEUR (WS-IDX) = WS-OPERATEUR-POSTE
003130        AND COM-SENS (WS-IDX) = AUD-SENS
003140         MOVE WS-IDX TO WS-IDX-TROUVE
003150     ELSE
003220*  2300-VALORISER-TND - CONTRE-VALEUR TND DES FRAIS DU JOUR,     *
003230*  CALCULEE COMME DANS INTERFACE-COMPTABLE : SENS "D" FRAIS      *
003240*  DEJA EN TND, SENS "T" AU PRORATA DU MONTANT TND RECU, SENS    *
003250*  "C" SANS JAMBE TND EXCLU DU TOTAL. UNE ANNULATION EST DEDUITE *
003255*  DU TOTAL.                                                     *
003260*----------------------------------------------------------------*
003270 2300-VALORISER-TND.
003280     EVALUATE TRUE
003290         WHEN AUD-DEVISE-VERS-TND
003300             MOVE AUD-FRAIS TO WS-FRAIS-TND
003310         WHEN AUD-TND-VERS-DEVISE
003320            AND AUD-MONTANT-BRUT > ZEROES
003330             COMPUTE WS-FRAIS-TND ROUNDED =
003340                     AUD-MONTANT * AUD-FRAIS
003350                     / AUD-MONTANT-BRUT
003380         WHEN OTHER
003390             GO TO 2300-VALORISER-TND-EXIT
003400     END-EVALUATE
003402     IF AUD-ANNULATION
003404         SUBTRACT WS-FRAIS-TND FROM WS-TOTAL-TND-JOUR
003406     ELSE
003408         ADD WS-FRAIS-TND TO WS-TOTAL-TND-JOUR
003409     END-IF.
003410 2300-VALORISER-TND-EXIT.
003420     EXIT.
003430
004470 8000-EDITER-TOTAUX.
004480     DISPLAY "LIGNES AUDIT LUES       : " WS-NB-LUES
004490     DISPLAY "CONVERSIONS DU MOIS     : " WS-NB-RETENUES
004495     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
004500     DISPLAY "POSTES EDITES           : " WS-NB-POSTES
004510     DISPLAY "COMMISSIONS JOUR EN TND : " WS-TOTAL-TND-JOUR
004520     DISPLAY "CONVERSIONS SANS FRAIS  : " WS-TOTAL-SANS-FRAIS.
