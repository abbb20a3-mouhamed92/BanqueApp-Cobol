000180*  CONVERSIONS CROISEES, SANS JAMBE TND DANS LE JOURNAL, SONT    *
000190*  COMPTEES DANS LES DEUX SENS AVEC UNE CONTRE-VALEUR A ZERO.    *
000200*                                                                *
000202*  ETAPE 08 DE LA CHAINE DU SOIR : LE DEBUT ET LA FIN SONT       *
000204*  DECLARES A CONTROLE-CHAINE, QUI REFUSE UN LANCEMENT AVANT LA  *
000206*  FIN D'ARCHIVAGE-AUDIT OU UN DOUBLE LANCEMENT POUR LA DATE.    *
000208*                                                                *
000250*  POSE LE CODE RETOUR 8 - UNE ARCHIVE TRONQUEE NE PART JAMAIS   *
000260*  A L'AUTORITE.                                                 *
000270*                                                                *
000271*  LES LIGNES D'ANNULATION (TYPE "A") DU MOIS SONT DEDUITES DU   *
000272*  POSTE QUE LA CONVERSION D'ORIGINE AVAIT ALIMENTE. UN POSTE    *
000273*  RESTE NEGATIF (ANNULATION D'UNE CONVERSION D'UN MOIS DEJA     *
000274*  DECLARE) EST EMIS A ZERO ET SIGNALE PAR LE CODE RETOUR 4.     *
000275*                                                                *
000280*  HISTORIQUE DES MODIFICATIONS.                                 *
000290*  DATE        AUTEUR   DESCRIPTION                              *
000300*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
00300A*  15/10/2026  SEI      LIGNES D'ANNULATION DE CONVERSION        *
000301*                       DEDUITES DES POSTES ; POSTE NEGATIF      *
00301A*                       EMIS A ZERO ET SIGNALE (CODE RETOUR 4).  *
000302*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000303*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
000304*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
000305*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
000306*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
000307*                       BONNE DATE.                              *
000308*  15/10/2026  SEI      ETAPE 08 DE LA CHAINE DU SOIR (INSERTION *
000309*                       DE REEVALUATION-POSITION EN ETAPE 05).   *
000310*================================================================*
000320
000330 ENVIRONMENT DIVISION.
000760     88  WS-GLOBAL-TROUVE            VALUE "O".
000770     88  WS-GLOBAL-ABSENT            VALUE "N".
000780 77  WS-DATE-SYSTEME             PIC 9(08).
000784 77  WS-FONCTION-DATE            PIC X(01).
000788 77  WS-CODE-DATE                PIC X(02).
000790 77  WS-MOIS-SAISI               PIC 9(06).
000800 77  WS-MOIS-RETOUR              PIC 9(06).
000810 77  WS-ANNEE-TRAVAIL            PIC 9(04).
000880 77  WS-NB-LUES                  PIC 9(07) COMP.
000890 77  WS-NB-RETENUES              PIC 9(07) COMP.
000900 77  WS-NB-CROISEES              PIC 9(07) COMP.
000905 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
000906 77  WS-NB-POSTES-NEGATIFS       PIC 9(05) COMP.
000910 77  WS-NB-LIGNES-RETOUR         PIC 9(05) COMP.
000920
000930 01  WS-TABLE-STATS.
000960         10  STT-DEVISE          PIC X(03).
000970         10  STT-SENS            PIC X(01).
000980         10  STT-RESIDENT        PIC X(01).
000990         10  STT-NB              PIC S9(07) COMP.
001000         10  STT-MONTANT-TND     PIC S9(13)V9(02).
001010 77  WS-IDX                      PIC 9(03) COMP.
001020 77  WS-IDX-TROUVE               PIC 9(03) COMP.
001030 77  WS-IDX-EDIT                 PIC 9(03) COMP.
001032 77  WS-FONCTION-CHAINE          PIC X(01).
001033 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 8.
001034 77  WS-CODE-ETAPE-CHAINE        PIC 9(02).
001035 77  WS-CODE-CHAINE              PIC X(02).
001036 77  WS-SW-CHAINE-ENREG          PIC X(01) VALUE "N".
001340     MOVE ZEROES TO WS-NB-LUES
001350     MOVE ZEROES TO WS-NB-RETENUES
001360     MOVE ZEROES TO WS-NB-CROISEES
001365     MOVE ZEROES TO WS-NB-ANNULATIONS
001366     MOVE ZEROES TO WS-NB-POSTES-NEGATIFS
001370     MOVE ZEROES TO WS-NB-POSTES
001380     MOVE ZEROES TO WS-NB-LIGNES-RETOUR
001390     SET WS-PAS-FIN-FICHIER TO TRUE
001400     SET WS-CONTROLE-EN-ECART TO TRUE
001401     MOVE "L" TO WS-FONCTION-DATE
001402     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001403                                   WS-DATE-SYSTEME
001404                                   WS-CODE-DATE
001405     IF WS-CODE-DATE NOT = "00"
001406         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001407                 "DATE SYSTEME RETENUE"
001410     END-IF
001420     DISPLAY "DONNER LE MOIS DU RETOUR (AAAAMM, 0 = MOIS "
001430             "PRECEDENT)"
001440     ACCEPT WS-MOIS-SAISI
001880
001890*----------------------------------------------------------------*
001900*  2000-TRAITER-ARCHIVE - AGREGE LA LIGNE D'ARCHIVE COURANTE SI  *
001910*  C'EST UNE CONVERSION ABOUTIE DU MOIS DU RETOUR (OU L'EN       *
001915*  DEDUIT S'IL S'AGIT D'UNE ANNULATION).                         *
001920*----------------------------------------------------------------*
001930 2000-TRAITER-ARCHIVE.
001940     MOVE ARC-DATE (1:6) TO WS-MOIS-ENREG
001970         GO TO 2000-TRAITER-ARCHIVE-FIN
001980     END-IF
001990     ADD 1 TO WS-NB-RETENUES
001995     IF ARC-ANNULATION
001996         ADD 1 TO WS-NB-ANNULATIONS
001997     END-IF
002000     IF ARC-CLIENT-NON-RESIDENT
002010         MOVE "N" TO WS-RESIDENT-COURANT
002020     ELSE
002160             PERFORM 3000-CUMULER-POSTE
002170                 THRU 3000-CUMULER-POSTE-EXIT
002180         WHEN ARC-CONVERSION-CROISEE
002190             IF NOT ARC-ANNULATION
002191                 ADD 1 TO WS-NB-CROISEES
002192             END-IF
002200             MOVE "A" TO WS-SENS-COURANT
002210             MOVE ARC-DEVISE-SOURCE TO WS-DEVISE-COURANTE
002220             MOVE ZEROES TO WS-MONTANT-TND-COURANT
002350
002360*----------------------------------------------------------------*
002370*  3000-CUMULER-POSTE - CUMULE L'OPERATION COURANTE DANS LE      *
002380*  POSTE (DEVISE, SENS, RESIDENT) DE LA TABLE, CREE AU BESOIN ;  *
002385*  UNE ANNULATION EN EST DEDUITE.                                *
002390*----------------------------------------------------------------*
002400 3000-CUMULER-POSTE.
002410     MOVE ZEROES TO WS-IDX-TROUVE
002610             MOVE 8 TO RETURN-CODE
002620             GO TO 3000-CUMULER-POSTE-EXIT
002630         END-IF
002631     END-IF
002632     IF ARC-ANNULATION
002633         SUBTRACT 1 FROM STT-NB (WS-IDX-TROUVE)
002634         SUBTRACT WS-MONTANT-TND-COURANT
002635             FROM STT-MONTANT-TND (WS-IDX-TROUVE)
002636         GO TO 3000-CUMULER-POSTE-EXIT
002640     END-IF
002650     ADD 1 TO STT-NB (WS-IDX-TROUVE)
002660     ADD WS-MONTANT-TND-COURANT
003470     EXIT.
003480
003490*----------------------------------------------------------------*
003500*  5100-EDITER-POSTE - LIGNE DE RETOUR D'UN POSTE. UN POSTE      *
003505*  NEGATIF (ANNULATIONS D'UN MOIS ANTERIEUR) EST EMIS A ZERO.    *
003510*----------------------------------------------------------------*
003520 5100-EDITER-POSTE.
03520A     IF STT-NB (WS-IDX-EDIT) < ZEROES
003521        OR STT-MONTANT-TND (WS-IDX-EDIT) < ZEROES
03521A         DISPLAY "POSTE NEGATIF EMIS A ZERO : "
003522                 STT-DEVISE (WS-IDX-EDIT) " "
03522A                 STT-SENS (WS-IDX-EDIT) " "
003523                 STT-RESIDENT (WS-IDX-EDIT)
03523A         ADD 1 TO WS-NB-POSTES-NEGATIFS
003524         IF RETURN-CODE = ZEROES
03524A             MOVE 4 TO RETURN-CODE
003525         END-IF
03525A         IF STT-NB (WS-IDX-EDIT) < ZEROES
003526             MOVE ZEROES TO STT-NB (WS-IDX-EDIT)
03526A         END-IF
003527         IF STT-MONTANT-TND (WS-IDX-EDIT) < ZEROES
03527A             MOVE ZEROES TO STT-MONTANT-TND (WS-IDX-EDIT)
003528         END-IF
003529     END-IF
003530     MOVE SPACES TO STA-RECORD
003540     MOVE WS-MOIS-RETOUR TO STA-MOIS
003550     MOVE STT-DEVISE (WS-IDX-EDIT) TO STA-DEVISE
003880     DISPLAY "LIGNES ARCHIVE LUES     : " WS-NB-LUES
003890     DISPLAY "CONVERSIONS DU MOIS     : " WS-NB-RETENUES
003900     DISPLAY "DONT CROISEES           : " WS-NB-CROISEES
003902     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
003904     DISPLAY "POSTES NEGATIFS A ZERO  : " WS-NB-POSTES-NEGATIFS
003910     DISPLAY "LIGNES DE RETOUR EMISES : " WS-NB-LIGNES-RETOUR.
003920 8000-EDITER-TOTAUX-EXIT.
003930     EXIT.
