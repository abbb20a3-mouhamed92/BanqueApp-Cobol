000200*  POUR LA JAMBE CIBLE DU SENS "C", LA CONTRE-VALEUR TND EST     *
000210*  RECALCULEE AVEC LE TAUX ACTIF DE LA DEVISE CIBLE (DEVRATE).   *
000220*                                                                *
000221*  LES LIGNES D'ANNULATION (TYPE "A") DE LA JOURNEE SONT         *
000222*  DEDUITES DES ACHATS OU DES VENTES QUE LA CONVERSION D'ORIGINE *
000223*  AVAIT CUMULES (LES CUMULS SONT SIGNES : UNE ANNULATION D'UNE  *
000224*  CONVERSION ANTERIEURE PEUT LES RENDRE NEGATIFS).              *
000225*                                                                *
000230*  HISTORIQUE DES MODIFICATIONS.                                 *
000240*  DATE        AUTEUR   DESCRIPTION                              *
000250*  21/08/2026  SEI      CREATION DU PROGRAMME.                   *
000261*                       (DEVLIMIT) : PLAFOND ET MARGE EDITES     *
000262*                       SOUS LA POSITION, DEPASSEMENT SIGNALE    *
000263*                       SUR L'ETAT ET PAR LE CODE RETOUR 4.      *
00263A*  15/10/2026  SEI      LIGNES D'ANNULATION DE CONVERSION        *
00263B*                       DEDUITES DES CUMULS DE LA DEVISE.        *
00263C*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
00263D*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00263E*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
00263F*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
00263G*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
00263H*                       BONNE DATE.                              *
00263I*  15/10/2026  SEI      ETAPE 06 DE LA CHAINE DU SOIR, APRES     *
00263J*                       REEVALUATION-POSITION (NOUVELLE ETAPE    *
00263K*                       05).                                     *
000264*================================================================*
000270
000280 ENVIRONMENT DIVISION.
000680     88  WS-PAS-FIN-FICHIER          VALUE "N".
000690 77  WS-NB-LUES                  PIC 9(07) COMP.
000700 77  WS-NB-RETENUES              PIC 9(07) COMP.
000709 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
000710 77  WS-DATE-SYSTEME             PIC 9(08).
000714 77  WS-FONCTION-DATE            PIC X(01).
000718 77  WS-CODE-DATE                PIC X(02).
000720 77  WS-DEVISE-COURANTE          PIC X(03).
000730 77  WS-CTV-TND-COURANTE         PIC 9(11)V9(02).
000740 77  WS-MONTANT-DEV-COURANT      PIC 9(07)V9(02).
000770     05  WS-NB-DEVISES           PIC 9(03) COMP.
000780     05  WS-POSTE-DEVISE         OCCURS 50.
000790         10  POS-DEVISE          PIC X(03).
000800         10  POS-ACHATS          PIC S9(09)V9(02).
000810         10  POS-ACHATS-TND      PIC S9(11)V9(02).
000820         10  POS-VENTES          PIC S9(09)V9(02).
000830         10  POS-VENTES-TND      PIC S9(11)V9(02).
000840 77  WS-IDX                      PIC 9(03) COMP.
000850 77  WS-IDX-TROUVE               PIC 9(03) COMP.
000860 77  WS-IDX-EDIT                 PIC 9(03) COMP.
001340 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
001350 01  WS-LIGNE-SAUVEE             PIC X(80).
001351 77  WS-FONCTION-CHAINE          PIC X(01).
001352 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 6.
001353 77  WS-CODE-ETAPE-CHAINE        PIC 9(02).
001354 77  WS-CODE-CHAINE              PIC X(02).
001355 77  WS-SW-CHAINE-ENREG          PIC X(01) VALUE "N".
001530 1000-INITIALISER.
001540     MOVE ZEROES TO WS-NB-LUES
001550     MOVE ZEROES TO WS-NB-RETENUES
001559     MOVE ZEROES TO WS-NB-ANNULATIONS
001560     MOVE ZEROES TO WS-NB-DEVISES
001565     MOVE ZEROES TO WS-NB-DEPASSEMENTS
001570     MOVE ZEROES TO WS-TOTAL-GENERAL-TND
001580     MOVE ZEROES TO WS-NO-PAGE
001590     MOVE 99 TO WS-NB-LIGNES
001600     SET WS-PAS-FIN-FICHIER TO TRUE
001601     MOVE "L" TO WS-FONCTION-DATE
001602     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001603                                   WS-DATE-SYSTEME
001604                                   WS-CODE-DATE
001605     IF WS-CODE-DATE NOT = "00"
001606         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001607                 "DATE SYSTEME RETENUE"
001610     END-IF
001612     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
001614     IF NOT WS-CHAINE-ENREGISTREE
001615         MOVE 12 TO RETURN-CODE
001792*----------------------------------------------------------------*
001793*  1050-DEBUT-CHAINE - DECLARE LE DEMARRAGE DE L'ETAPE A LA      *
001794*  ROUTINE COMMUNE CONTROLE-CHAINE : LANCEMENT REFUSE TANT QUE   *
001795*  REEVALUATION-POSITION N'EST PAS TERMINEE POUR LA DATE (L'ETAT *
001796*  SERAIT CALCULE SUR UNE DEMI-JOURNEE) OU SI L'ETAT A DEJA ETE  *
001797*  PRODUIT.                                                      *
001798*----------------------------------------------------------------*
001930*----------------------------------------------------------------*
001940*  2000-TRAITER-AUDIT - CUMULE LA LIGNE D'AUDIT COURANTE DANS LA *
001950*  TABLE DES POSITIONS SI ELLE CONCERNE LA JOURNEE ET QUE LA     *
001955*  CONVERSION A ABOUTI (OU L'EN DEDUIT S'IL S'AGIT D'UNE         *
001960*  ANNULATION).                                                  *
001970*----------------------------------------------------------------*
001980 2000-TRAITER-AUDIT.
001990     IF AUD-DATE = WS-DATE-SYSTEME
002000        AND AUD-CODE-RETOUR = "00"
002010         ADD 1 TO WS-NB-RETENUES
002013         IF AUD-ANNULATION
002016             ADD 1 TO WS-NB-ANNULATIONS
002019         END-IF
002020         EVALUATE TRUE
002030             WHEN AUD-DEVISE-VERS-TND
002040                 PERFORM 3000-CUMULER-ACHAT
002230     MOVE AUD-DEVISE-SOURCE TO WS-DEVISE-COURANTE
002240     PERFORM 3500-CHERCHER-DEVISE THRU 3500-CHERCHER-DEVISE-EXIT
002250     IF WS-IDX-TROUVE = ZEROES
002251         GO TO 3000-CUMULER-ACHAT-EXIT
002252     END-IF
002253     IF AUD-ANNULATION
002254         SUBTRACT AUD-MONTANT FROM POS-ACHATS (WS-IDX-TROUVE)
002255         SUBTRACT AUD-MONTANT-CONVERTI
002256             FROM POS-ACHATS-TND (WS-IDX-TROUVE)
002260         GO TO 3000-CUMULER-ACHAT-EXIT
002270     END-IF
002280     ADD AUD-MONTANT TO POS-ACHATS (WS-IDX-TROUVE)
002830     IF WS-IDX-TROUVE = ZEROES
002840         GO TO 4000-CUMULER-VENTE-EXIT
002850     END-IF
002851     IF AUD-ANNULATION
002852         SUBTRACT AUD-MONTANT-CONVERTI
002853             FROM POS-VENTES (WS-IDX-TROUVE)
002854         SUBTRACT AUD-MONTANT FROM POS-VENTES-TND (WS-IDX-TROUVE)
002855         GO TO 4000-CUMULER-VENTE-EXIT
002856     END-IF
002860     ADD AUD-MONTANT-CONVERTI TO POS-VENTES (WS-IDX-TROUVE)
002870     ADD AUD-MONTANT TO POS-VENTES-TND (WS-IDX-TROUVE).
002880 4000-CUMULER-VENTE-EXIT.
003000     IF WS-IDX-TROUVE = ZEROES
003010         GO TO 4500-CUMULER-VENTE-CROISEE-EXIT
003020     END-IF
003040     MOVE AUD-MONTANT-CONVERTI TO WS-MONTANT-DEV-COURANT
003050     MOVE ZEROES TO WS-CTV-TND-COURANTE
003060     MOVE AUD-DEVISE-CIBLE TO DEV-CODE
003130             COMPUTE WS-CTV-TND-COURANTE ROUNDED =
003140                     WS-MONTANT-DEV-COURANT * DEV-TAUX
003150     END-READ
003151     IF AUD-ANNULATION
003152         SUBTRACT AUD-MONTANT-CONVERTI
003153             FROM POS-VENTES (WS-IDX-TROUVE)
003154         SUBTRACT WS-CTV-TND-COURANTE
003155             FROM POS-VENTES-TND (WS-IDX-TROUVE)
003156         GO TO 4500-CUMULER-VENTE-CROISEE-EXIT
003157     END-IF
003158     ADD AUD-MONTANT-CONVERTI TO POS-VENTES (WS-IDX-TROUVE)
003160     ADD WS-CTV-TND-COURANTE TO POS-VENTES-TND (WS-IDX-TROUVE).
003170 4500-CUMULER-VENTE-CROISEE-EXIT.
003180     EXIT.
004100 8000-EDITER-TOTAUX.
004110     DISPLAY "LIGNES AUDIT LUES       : " WS-NB-LUES
004120     DISPLAY "CONVERSIONS DU JOUR     : " WS-NB-RETENUES
004129     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
004130     DISPLAY "DEVISES EN POSITION     : " WS-NB-DEVISES
004135     DISPLAY "PLAFONDS DEPASSES       : " WS-NB-DEPASSEMENTS.
004140 8000-EDITER-TOTAUX-EXIT.
