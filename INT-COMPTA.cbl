000310*  JOURNAL : ELLES SONT COMPTEES ET EXCLUES DU FICHIER, LE       *
000320*  MOUVEMENT RESTANT DANS LA POSITION DE CHANGE.                 *
000330*                                                                *
00330A*  LES LIGNES D'ANNULATION (TYPE "A") DE LA JOURNEE SONT         *
000331*  DEDUITES DES CUMULS DE LEUR DEVISE ET DE LEUR SENS : UN CUMUL *
00331A*  DEVENU NEGATIF (ANNULATION D'UNE CONVERSION D'UNE JOURNEE     *
000332*  ANTERIEURE) EST PASSE EN SENS INVERSE, POUR SA VALEUR         *
00332A*  ABSOLUE, CE QUI PRESERVE L'EQUILIBRE DU FICHIER.              *
000333*                                                                *
000334*  LE FICHIER ECRCOMPT EST RECREE A CHAQUE PASSAGE. UNE RELANCE  *
000335*  EST REFUSEE (CODE RETOUR 12) SI REEVALUATION-POSITION Y A DEJA*
000336*  AJOUTE SON LOT POUR LA DATE (SECOND PIED DU JOUR) : CE LOT NE *
000337*  POURRAIT PLUS ETRE REGENERE, LE LIVRE DES POSITIONS ETANT DEJA*
000338*  REEVALUE.                                                     *
000339*                                                                *
000340*  HISTORIQUE DES MODIFICATIONS.                                 *
000350*  DATE        AUTEUR   DESCRIPTION                              *
000360*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000361*  15/10/2026  SEI      CONTREPASSATION DES LIGNES D'ANNULATION  *
000362*                       DE CONVERSION : CUMULS SIGNES, ECRITURE  *
000363*                       EN SENS INVERSE D'UN CUMUL NEGATIF.      *
000364*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000365*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000366*                       DATETRT) AU LIEU DE LA DATE SYSTEME.     *
000367*  15/10/2026  SEI      RELANCE REFUSEE SI ECRCOMPT PORTE DEJA   *
000368*                       LE LOT DE REEVALUATION-POSITION DU JOUR, *
000369*                       QUI SERAIT ECRASE.                       *
000370*================================================================*
000380
000390 ENVIRONMENT DIVISION.
000660 77  WS-SW-FIN-FICHIER           PIC X(01).
000670     88  WS-FIN-FICHIER              VALUE "O".
000680     88  WS-PAS-FIN-FICHIER          VALUE "N".
000682 77  WS-SW-FIN-ECR               PIC X(01).
000684     88  WS-FIN-ECR                  VALUE "O".
000686     88  WS-PAS-FIN-ECR              VALUE "N".
000688 77  WS-NB-PIEDS-JOUR            PIC 9(03) COMP.
000690 77  WS-DATE-SYSTEME             PIC 9(08).
000694 77  WS-FONCTION-DATE            PIC X(01).
000698 77  WS-CODE-DATE                PIC X(02).
000700 77  WS-NB-LUES                  PIC 9(07) COMP.
000710 77  WS-NB-RETENUES              PIC 9(07) COMP.
000720 77  WS-NB-CROISEES              PIC 9(07) COMP.
000729 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
000730 77  WS-NB-ECRITURES             PIC 9(07) COMP.
000740 77  WS-FRAIS-TND                PIC 9(07)V9(02).
000750
000770     05  WS-NB-DEVISES           PIC 9(03) COMP.
000780     05  WS-POSTE-CUMUL          OCCURS 50.
000790         10  GLP-DEVISE          PIC X(03).
000800         10  GLP-ACHATS-BRUT     PIC S9(13)V9(02).
000810         10  GLP-ACHATS-NET      PIC S9(13)V9(02).
000820         10  GLP-VENTES-RECU     PIC S9(13)V9(02).
000830         10  GLP-VENTES-NET      PIC S9(13)V9(02).
000840 77  WS-IDX                      PIC 9(03) COMP.
000850 77  WS-IDX-TROUVE               PIC 9(03) COMP.
000860 77  WS-IDX-EDIT                 PIC 9(03) COMP.
000870
000880 77  WS-TOTAL-COMMISSIONS        PIC S9(13)V9(02).
000890 77  WS-TOTAL-DEBITS             PIC 9(13)V9(02).
000900 77  WS-TOTAL-CREDITS            PIC 9(13)V9(02).
000901 77  WS-MONTANT-ECRITURE         PIC S9(13)V9(02).
000902 77  WS-SENS-ECRITURE            PIC X(01).
000903 77  WS-COMPTE-ECRITURE          PIC X(06).
000904 77  WS-DEVISE-ECRITURE          PIC X(03).
000905 77  WS-LIBELLE-ECRITURE         PIC X(25).
000910
000920 77  WS-COMPTE-CAISSE            PIC X(06) VALUE "571100".
000930 77  WS-COMPTE-COMMISSIONS       PIC X(06) VALUE "772100".
001200     MOVE ZEROES TO WS-NB-LUES
001210     MOVE ZEROES TO WS-NB-RETENUES
001220     MOVE ZEROES TO WS-NB-CROISEES
001229     MOVE ZEROES TO WS-NB-ANNULATIONS
001230     MOVE ZEROES TO WS-NB-ECRITURES
001240     MOVE ZEROES TO WS-NB-DEVISES
001250     MOVE ZEROES TO WS-TOTAL-COMMISSIONS
001260     MOVE ZEROES TO WS-TOTAL-DEBITS
001270     MOVE ZEROES TO WS-TOTAL-CREDITS
001280     SET WS-PAS-FIN-FICHIER TO TRUE
001281     MOVE "L" TO WS-FONCTION-DATE
001282     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001283                                   WS-DATE-SYSTEME
001284                                   WS-CODE-DATE
001285     IF WS-CODE-DATE NOT = "00"
001286         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001287                 "DATE SYSTEME RETENUE"
001288     END-IF
001289     PERFORM 1050-CONTROLER-ECRITURES
001290         THRU 1050-CONTROLER-ECRITURES-EXIT
001291     IF RETURN-CODE NOT = ZEROES
001292         SET WS-FIN-FICHIER TO TRUE
001293         GO TO 1000-INITIALISER-EXIT
001294     END-IF
001300     OPEN INPUT AUDIT-FILE
001310     OPEN OUTPUT ECR-FILE
001320     IF NOT WS-AUDIT-OK
001440     EXIT.
001450
001460*----------------------------------------------------------------*
01460A*  1050-CONTROLER-ECRITURES - UN FICHIER ECRCOMPT QUI PORTE DEJA *
01460B*  DEUX PIEDS POUR LA DATE CONTIENT LE LOT DE                    *
01460C*  REEVALUATION-POSITION : IL N'EST PAS RECREE ET LA RELANCE EST *
01460D*  REFUSEE. UN FICHIER ABSENT N'EST PAS UN INCIDENT.             *
001461*----------------------------------------------------------------*
01461A 1050-CONTROLER-ECRITURES.
01461B     MOVE ZEROES TO WS-NB-PIEDS-JOUR
01461C     OPEN INPUT ECR-FILE
01461D     IF NOT WS-ECR-OK
001462         GO TO 1050-CONTROLER-ECRITURES-EXIT
01462A     END-IF
01462B     SET WS-PAS-FIN-ECR TO TRUE
01462C     PERFORM 1060-LIRE-ECRITURE THRU 1060-LIRE-ECRITURE-EXIT
001463         UNTIL WS-FIN-ECR
01463A     CLOSE ECR-FILE
01463B     IF WS-NB-PIEDS-JOUR > 1
01463C         DISPLAY "ECRCOMPT PORTE DEJA LA REEVALUATION DU "
001464                 WS-DATE-SYSTEME " - RELANCE REFUSEE"
01464A         MOVE 12 TO RETURN-CODE
01464B     END-IF.
01464C 1050-CONTROLER-ECRITURES-EXIT.
001465     EXIT.
01465A
01465B*----------------------------------------------------------------*
01465C*  1060-LIRE-ECRITURE - LECTURE D'UNE LIGNE DE ECRCOMPT ET       *
001466*  COMPTAGE DES PIEDS DU JOUR.                                   *
01466A*----------------------------------------------------------------*
01466B 1060-LIRE-ECRITURE.
01466C     READ ECR-FILE
001467         AT END
01467A             SET WS-FIN-ECR TO TRUE
01467B             GO TO 1060-LIRE-ECRITURE-EXIT
01467C     END-READ
001468     IF ECR-PIED
01468A        AND ECR-DATE = WS-DATE-SYSTEME
01468B         ADD 1 TO WS-NB-PIEDS-JOUR
01468C     END-IF.
001469 1060-LIRE-ECRITURE-EXIT.
01469A     EXIT.
01469B
01469C*----------------------------------------------------------------*
001470*  1100-LIRE-AUDIT - LECTURE SEQUENTIELLE DU JOURNAL D'AUDIT.    *
001480*----------------------------------------------------------------*
001490 1100-LIRE-AUDIT.
001570
001580*----------------------------------------------------------------*
001590*  2000-TRAITER-AUDIT - CUMULE LA LIGNE D'AUDIT COURANTE SI ELLE *
001595*  CONCERNE LA JOURNEE ET QUE LA CONVERSION A ABOUTI (OU LA      *
001600*  DEDUIT S'IL S'AGIT D'UNE ANNULATION).                         *
001610*----------------------------------------------------------------*
001620 2000-TRAITER-AUDIT.
001630     IF AUD-DATE = WS-DATE-SYSTEME
001640        AND AUD-CODE-RETOUR = "00"
001643         IF AUD-ANNULATION
001646             ADD 1 TO WS-NB-ANNULATIONS
001649         END-IF
001650         EVALUATE TRUE
001660             WHEN AUD-DEVISE-VERS-TND
001670                 ADD 1 TO WS-NB-RETENUES
001810
001820*----------------------------------------------------------------*
001830*  3000-CUMULER-ACHAT - SENS "D" : LA BANQUE ACHETE LA DEVISE    *
001835*  SOURCE. LE BRUT, LE NET ET LES FRAIS SONT DEJA EN TND. UNE    *
001840*  ANNULATION EST DEDUITE.                                       *
001850*----------------------------------------------------------------*
001860 3000-CUMULER-ACHAT.
001870     PERFORM 3100-CHERCHER-DEVISE THRU 3100-CHERCHER-DEVISE-EXIT
001880     IF WS-IDX-TROUVE = ZEROES
001881         GO TO 3000-CUMULER-ACHAT-EXIT
001882     END-IF
001883     IF AUD-ANNULATION
001884         SUBTRACT AUD-MONTANT-BRUT
001885             FROM GLP-ACHATS-BRUT (WS-IDX-TROUVE)
001886         SUBTRACT AUD-MONTANT-CONVERTI
001887             FROM GLP-ACHATS-NET (WS-IDX-TROUVE)
001888         SUBTRACT AUD-FRAIS FROM WS-TOTAL-COMMISSIONS
001890         GO TO 3000-CUMULER-ACHAT-EXIT
001900     END-IF
001910     ADD AUD-MONTANT-BRUT TO GLP-ACHATS-BRUT (WS-IDX-TROUVE)
002450*  EXPRIMES DANS LA DEVISE SERVIE, SONT RAMENES EN TND AU        *
002460*  PRORATA DU MONTANT RECU ; LE CREDIT POSITION EST LE MONTANT   *
002470*  RECU DIMINUE DE CETTE CONTRE-VALEUR, CE QUI GARANTIT          *
002480*  L'EQUILIBRE EXACT DE LA PAIRE. UNE ANNULATION EST DEDUITE.    *
002490*----------------------------------------------------------------*
002500 4000-CUMULER-VENTE.
002510     MOVE AUD-DEVISE-CIBLE TO AUD-DEVISE-SOURCE
002580                 AUD-MONTANT * AUD-FRAIS / AUD-MONTANT-BRUT
002590     ELSE
002600         MOVE ZEROES TO WS-FRAIS-TND
002601     END-IF
002602     IF AUD-ANNULATION
002603         SUBTRACT AUD-MONTANT FROM GLP-VENTES-RECU (WS-IDX-TROUVE)
002604         COMPUTE GLP-VENTES-NET (WS-IDX-TROUVE) =
002605                 GLP-VENTES-NET (WS-IDX-TROUVE)
002606                 - AUD-MONTANT + WS-FRAIS-TND
002607         SUBTRACT WS-FRAIS-TND FROM WS-TOTAL-COMMISSIONS
002608         GO TO 4000-CUMULER-VENTE-EXIT
002610     END-IF
002620     ADD AUD-MONTANT TO GLP-VENTES-RECU (WS-IDX-TROUVE)
002630     COMPUTE GLP-VENTES-NET (WS-IDX-TROUVE) =
002750     MOVE 1 TO WS-IDX-EDIT
002760     PERFORM 5100-EDITER-DEVISE THRU 5100-EDITER-DEVISE-EXIT
002770         UNTIL WS-IDX-EDIT > WS-NB-DEVISES
002780     IF WS-TOTAL-COMMISSIONS NOT = ZEROES
002810         MOVE "C" TO WS-SENS-ECRITURE
002820         MOVE WS-COMPTE-COMMISSIONS TO WS-COMPTE-ECRITURE
002830         MOVE "TND" TO WS-DEVISE-ECRITURE
002840         MOVE WS-TOTAL-COMMISSIONS TO WS-MONTANT-ECRITURE
002850         MOVE "COMMISSIONS DE CHANGE" TO WS-LIBELLE-ECRITURE
002870         PERFORM 5400-PASSER-ECRITURE
002880             THRU 5400-PASSER-ECRITURE-EXIT
002890     END-IF.
002900 5000-EDITER-ECRITURES-EXIT.
002910     EXIT.
002970*----------------------------------------------------------------*
002980 5100-EDITER-DEVISE.
002990     MOVE GLP-DEVISE (WS-IDX-EDIT) TO WS-POSITION-DEVISE
002995     IF GLP-ACHATS-BRUT (WS-IDX-EDIT) NOT = ZEROES
003000        OR GLP-ACHATS-NET (WS-IDX-EDIT) NOT = ZEROES
003030         MOVE "D" TO WS-SENS-ECRITURE
003040         MOVE WS-COMPTE-POSITION TO WS-COMPTE-ECRITURE
003050         MOVE GLP-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
003055         MOVE GLP-ACHATS-BRUT (WS-IDX-EDIT)
003060             TO WS-MONTANT-ECRITURE
003070         MOVE "ACHATS DE DEVISE BRUT" TO WS-LIBELLE-ECRITURE
003090         PERFORM 5400-PASSER-ECRITURE
003100             THRU 5400-PASSER-ECRITURE-EXIT
003130         MOVE "C" TO WS-SENS-ECRITURE
003140         MOVE WS-COMPTE-CAISSE TO WS-COMPTE-ECRITURE
003150         MOVE GLP-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
003160         MOVE GLP-ACHATS-NET (WS-IDX-EDIT) TO WS-MONTANT-ECRITURE
003170         MOVE "ACHATS TND VERSES NET" TO WS-LIBELLE-ECRITURE
003190         PERFORM 5400-PASSER-ECRITURE
003200             THRU 5400-PASSER-ECRITURE-EXIT
003210     END-IF
003215     IF GLP-VENTES-RECU (WS-IDX-EDIT) NOT = ZEROES
003220        OR GLP-VENTES-NET (WS-IDX-EDIT) NOT = ZEROES
003250         MOVE "D" TO WS-SENS-ECRITURE
003260         MOVE WS-COMPTE-CAISSE TO WS-COMPTE-ECRITURE
003270         MOVE GLP-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
003275         MOVE GLP-VENTES-RECU (WS-IDX-EDIT)
003280             TO WS-MONTANT-ECRITURE
003290         MOVE "VENTES TND RECUS" TO WS-LIBELLE-ECRITURE
003310         PERFORM 5400-PASSER-ECRITURE
003320             THRU 5400-PASSER-ECRITURE-EXIT
003350         MOVE "C" TO WS-SENS-ECRITURE
003360         MOVE WS-COMPTE-POSITION TO WS-COMPTE-ECRITURE
003370         MOVE GLP-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
003380         MOVE GLP-VENTES-NET (WS-IDX-EDIT) TO WS-MONTANT-ECRITURE
003390         MOVE "VENTES DE DEVISE NET" TO WS-LIBELLE-ECRITURE
003410         PERFORM 5400-PASSER-ECRITURE
003420             THRU 5400-PASSER-ECRITURE-EXIT
003430     END-IF
003440     ADD 1 TO WS-IDX-EDIT.
003450 5100-EDITER-DEVISE-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
03730A*  5400-PASSER-ECRITURE - PASSE UNE ECRITURE DE DETAIL AU SENS,  *
03730B*  AU COMPTE, DANS LA DEVISE ET POUR LE MONTANT SIGNE PREPARES.  *
03730C*  UN MONTANT NEGATIF, NE DES ANNULATIONS, EST PASSE EN SENS     *
003731*  INVERSE POUR SA VALEUR ABSOLUE. UN MONTANT NUL N'EST PAS      *
03731A*  ECRIT.                                                        *
03731B*----------------------------------------------------------------*
03731C 5400-PASSER-ECRITURE.
003732     IF WS-MONTANT-ECRITURE = ZEROES
03732A         GO TO 5400-PASSER-ECRITURE-EXIT
03732B     END-IF
03732C     PERFORM 5300-PREPARER-ECRITURE
003733         THRU 5300-PREPARER-ECRITURE-EXIT
03733A     MOVE WS-DEVISE-ECRITURE TO ECR-DEVISE
03733B     IF WS-MONTANT-ECRITURE < ZEROES
03733C         IF WS-SENS-ECRITURE = "D"
003734             MOVE "C" TO WS-SENS-ECRITURE
03734A         ELSE
03734B             MOVE "D" TO WS-SENS-ECRITURE
03734C         END-IF
003735         COMPUTE WS-MONTANT-ECRITURE = 0 - WS-MONTANT-ECRITURE
03735A     END-IF
03735B     MOVE WS-SENS-ECRITURE TO ECR-SENS
03735C     MOVE WS-COMPTE-ECRITURE TO ECR-COMPTE
003736     MOVE WS-MONTANT-ECRITURE TO ECR-MONTANT-TND
03736A     MOVE WS-LIBELLE-ECRITURE TO ECR-LIBELLE
03736B     IF ECR-DEBIT
03736C         ADD WS-MONTANT-ECRITURE TO WS-TOTAL-DEBITS
003737     ELSE
03737A         ADD WS-MONTANT-ECRITURE TO WS-TOTAL-CREDITS
03737B     END-IF
003738     PERFORM 5200-ECRIRE-ECRITURE
03738A         THRU 5200-ECRIRE-ECRITURE-EXIT.
03738B 5400-PASSER-ECRITURE-EXIT.
003739     EXIT.
03739A
03739B*----------------------------------------------------------------*
003740*  6000-EDITER-PIED - PIED DE FICHIER : TOTAL DES DEBITS ET DES  *
003750*  CREDITS. UN DESEQUILIBRE (IMPOSSIBLE PAR CONSTRUCTION, SAUF   *
003760*  INCIDENT) EST SIGNALE ET RETIENT LE FICHIER.                  *
003980     DISPLAY "LIGNES AUDIT LUES       : " WS-NB-LUES
003990     DISPLAY "CONVERSIONS COMPTEES    : " WS-NB-RETENUES
004000     DISPLAY "CROISEES HORS CAISSE    : " WS-NB-CROISEES
004009     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
004010     DISPLAY "ECRITURES EMISES        : " WS-NB-ECRITURES
004020     DISPLAY "TOTAL DEBITS  TND       : " WS-TOTAL-DEBITS
004030     DISPLAY "TOTAL CREDITS TND       : " WS-TOTAL-CREDITS.
