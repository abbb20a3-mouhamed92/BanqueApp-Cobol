000284*                       ET FIN DECLARES A CONTROLE-CHAINE, QUI   *
000286*                       REFUSE UN LANCEMENT AVANT LA FIN DE      *
000287*                       CONVERSION-BATCH OU UN DOUBLE LANCEMENT. *
00287A*  15/10/2026  SEI      RECALCUL DANS LE SENS ET VERS LA DEVISE  *
00287B*                       CIBLE JOURNALISES (VENTE DE DEVISES AU   *
00287C*                       CLIENT, SENS "T", DU TND VERS LA DEVISE).*
00287D*  15/10/2026  SEI      UNE OPERATION SUR COTATION NEGOCIEE EST  *
00287E*                       RECALCULEE AU TAUX COTE : LE NUMERO DE   *
000288*                       COTATION ET LE CLIENT JOURNALISES SONT   *
00288A*                       TRANSMIS A DEV-TAUX-CALCUL, SANS         *
00288B*                       CONTROLE DU STATUT NI DE L'ECHEANCE DE   *
00288C*                       LA COTATION, DEJA SOLDEE.                *
00288D*  15/10/2026  SEI      DATE DE TRAITEMENT LUE PAR LA ROUTINE    *
000289*                       COMMUNE DATE-TRAITEMENT (FICHIER         *
00289A*                       DATETRT) AU LIEU DE LA DATE SYSTEME :    *
00289B*                       UNE CHAINE QUI DEPASSE MINUIT OU UN      *
00289C*                       RATTRAPAGE APRES UN JOUR FERIE TRAITE LA *
00289D*                       BONNE DATE.                              *
000290*================================================================*
000300
000310 ENVIRONMENT DIVISION.
000680     88  WS-FIN-FICHIER              VALUE "O".
000690     88  WS-PAS-FIN-FICHIER          VALUE "N".
000700 77  WS-DATE-SYSTEME             PIC 9(08).
000704 77  WS-FONCTION-DATE            PIC X(01).
000708 77  WS-CODE-DATE                PIC X(02).
000710 77  WS-NB-RPT-LUES              PIC 9(07) COMP.
000720 77  WS-NB-AUD-LUES              PIC 9(07) COMP.
000730 77  WS-NB-AUD-LOT               PIC 9(07) COMP.
000995 77  WS-CODE-CHAINE              PIC X(02).
000996 77  WS-SW-CHAINE-ENREG          PIC X(01) VALUE "N".
000997     88  WS-CHAINE-ENREGISTREE       VALUE "O".
00997A 01  WS-COTATION-APPEL.
000998     05  WS-NO-COTATION          PIC 9(08) VALUE ZEROES.
00998A     05  WS-CLIENT-COTATION      PIC X(08).
000999     05  WS-CONTROLE-COTATION    PIC X(01) VALUE "R".
001000
001010 PROCEDURE DIVISION.
001020
001310     MOVE ZEROES TO WS-NB-RPT
001320     MOVE 1 TO WS-IDX-DEPART
001330     SET WS-PAS-FIN-FICHIER TO TRUE
001331     MOVE "L" TO WS-FONCTION-DATE
001332     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
001333                                   WS-DATE-SYSTEME
001334                                   WS-CODE-DATE
001335     IF WS-CODE-DATE NOT = "00"
001336         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
001337                 "DATE SYSTEME RETENUE"
001340     END-IF
001342     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
001344     IF NOT WS-CHAINE-ENREGISTREE
001345         MOVE 12 TO RETURN-CODE
002980*  4500-RECALCULER-MONTANT - RECALCULE LE MONTANT CONVERTI DE    *
002990*  LA LIGNE D'AUDIT AVEC LE TAUX EN VIGUEUR A LA DATE            *
003000*  D'OPERATION (DEV-TAUX-CALCUL) ET LE COMPARE AU MONTANT        *
003010*  JOURNALISE. LE RECALCUL SE FAIT DANS LE SENS ET ENTRE LES     *
003011*  DEVISES JOURNALISES (SENS A BLANC : ANCIENNE LIGNE, DEVISE    *
003012*  VERS TND).                                                    *
003020*----------------------------------------------------------------*
003030 4500-RECALCULER-MONTANT.
003040     MOVE AUD-MONTANT TO WS-MONTANT-AUDIT
03040A     IF AUD-TND-VERS-DEVISE
003041         MOVE "T" TO WS-SENS
03041A         MOVE AUD-DEVISE-CIBLE TO WS-DEVISE-CIBLE
003042     ELSE
03042A         MOVE "D" TO WS-SENS
003043         MOVE "TND" TO WS-DEVISE-CIBLE
03043A     END-IF
003044     IF AUD-NO-COTATION IS NUMERIC
003045         MOVE AUD-NO-COTATION TO WS-NO-COTATION
003046     ELSE
003047         MOVE ZEROES TO WS-NO-COTATION
003048     END-IF
003049     MOVE AUD-CLIENT-ID TO WS-CLIENT-COTATION
003050     CALL "DEV-TAUX-CALCUL" USING WS-MONTANT-AUDIT
003060                                   WS-SENS
003070                                   AUD-DEVISE-SOURCE
003120                                   AUD-DATE-OPERATION
003130                                   WS-MONTANT-BRUT
003140                                   WS-FRAIS
003149                                   WS-COTATION-APPEL
003150     IF WS-CODE-RETOUR NOT = "00"
003160         PERFORM 5400-SIGNALER-RECALCUL-IMPOSSIBLE
003170             THRU 5400-SIGNALER-RECALCUL-IMPOSSIBLE-EXIT
004682                                   WS-DATE-SYSTEME
004683                                   WS-MONTANT-BRUT
004684                                   WS-FRAIS
04684A                                   WS-COTATION-APPEL
004685     CLOSE RPT-FILE
004690     CLOSE AUDIT-FILE
004700     CLOSE EXCEPT-FILE.
