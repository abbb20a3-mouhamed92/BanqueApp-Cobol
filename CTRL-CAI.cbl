000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTROLE-CAISSE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE TENUE DES CAISSES GUICHETIERS.             *
000090*                                                                *
000100*  APPELEE PAR CONVERSION-DEVISE A L'IDENTIFICATION DU           *
000110*  GUICHETIER (CONTROLE ET OUVERTURE DE SA CAISSE) PUIS APRES    *
000120*  CHAQUE CONVERSION ABOUTIE (BILLETS RECUS ET REMIS), ET PAR    *
000130*  ANNULATION-CONVERSION POUR CONTREPASSER LES BILLETS D'UNE     *
000140*  CONVERSION ANNULEE LE JOUR MEME (MONTANT NEGATIF). LE         *
000150*  FICHIER CAISSE EST TENU OUVERT DEPUIS LE PREMIER APPEL        *
000160*  JUSQU'A L'APPEL "F".                                          *
000170*                                                                *
000180*  FONCTIONS :                                                   *
000190*      "V" = VERIFICATION A L'IDENTIFICATION DU GUICHETIER       *
000200*      "O" = OUVERTURE D'UNE DEVISE AVEC SON FONDS INITIAL       *
000210*      "R" = RECETTE : BILLETS RECUS DU CLIENT (ACHATS)          *
000220*      "P" = PAIEMENT : BILLETS REMIS AU CLIENT (VENTES)         *
000230*      "F" = FIN DE TRAITEMENT : FERMETURE DU FICHIER            *
000240*                                                                *
000250*  UNE DEVISE MOUVEMENTEE SANS AVOIR ETE OUVERTE (OU ARRETEE UN  *
000260*  JOUR PRECEDENT) EST OUVERTE D'OFFICE AVEC UN FONDS A ZERO.    *
000270*  SI LE FICHIER CAISSE EST INDISPONIBLE, LE CONTROLE EST        *
000280*  NEUTRALISE (CODE "00") AVEC UN MESSAGE, POUR NE PAS ARRETER   *
000290*  LES GUICHETS SUR UN INCIDENT FICHIER.                         *
000300*                                                                *
000310*  CODE RETOUR :                                                 *
000320*      "00" = CAISSE OUVERTE POUR LA DATE / MOUVEMENT CUMULE     *
000330*      "04" = AUCUNE CAISSE OUVERTE POUR LA DATE (A OUVRIR)      *
000340*      "08" = ECART DE CAISSE NON REGULARISE (TOUTES AGENCES)    *
000350*      "12" = CAISSE D'UNE JOURNEE PRECEDENTE NON ARRETEE        *
000360*      "16" = CAISSE DEJA ARRETEE POUR LA DATE                   *
000370*  SUR "R" ET "P", UN CODE AUTRE QUE "00" SIGNIFIE QUE LA        *
000380*  CAISSE N'A PAS ETE MOUVEMENTEE.                               *
000390*                                                                *
000400*  HISTORIQUE DES MODIFICATIONS.                                 *
000410*  DATE        AUTEUR   DESCRIPTION                              *
000420*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000430*================================================================*
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT CAISSE-FILE ASSIGN TO "CAISSE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CAI-CLE
000540         FILE STATUS IS WS-CAISSE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CAISSE-FILE.
000590 COPY DEVCPY25.
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-CAISSE-STATUS            PIC X(02).
000630     88  WS-CAISSE-OK                VALUE "00".
000640     88  WS-CAISSE-NOUVEAU           VALUE "35".
000650 77  WS-SW-FICHIERS              PIC X(01) VALUE "N".
000660     88  WS-FICHIERS-OUVERTS         VALUE "O".
000670     88  WS-FICHIERS-FERMES          VALUE "N".
000680 77  WS-SW-CAISSE                PIC X(01).
000690     88  WS-CAISSE-DISPONIBLE        VALUE "O".
000700     88  WS-CAISSE-INDISPONIBLE      VALUE "N".
000710 77  WS-SW-FIN-FICHIER           PIC X(01).
000720     88  WS-FIN-FICHIER              VALUE "O".
000730     88  WS-PAS-FIN-FICHIER          VALUE "N".
000740 77  WS-SW-POSTE-NOUVEAU         PIC X(01).
000750     88  WS-POSTE-NOUVEAU            VALUE "O".
000760     88  WS-POSTE-EXISTANT           VALUE "N".
000770 77  WS-SW-ECART                 PIC X(01).
000780     88  WS-ECART-TROUVE             VALUE "O".
000790 77  WS-SW-NON-ARRETEE           PIC X(01).
000800     88  WS-NON-ARRETEE-TROUVEE      VALUE "O".
000810 77  WS-SW-OUVERTE               PIC X(01).
000820     88  WS-OUVERTE-TROUVEE          VALUE "O".
000830 77  WS-SW-ARRETEE               PIC X(01).
000840     88  WS-ARRETEE-TROUVEE          VALUE "O".
000850
000860 LINKAGE SECTION.
000870 01  WS-FONCTION-W               PIC X(01).
000880     88  WS-FONCTION-VERIFIER-W      VALUE "V".
000890     88  WS-FONCTION-OUVRIR-W        VALUE "O".
000900     88  WS-FONCTION-RECETTE-W       VALUE "R".
000910     88  WS-FONCTION-PAIEMENT-W      VALUE "P".
000920     88  WS-FONCTION-FIN-W           VALUE "F".
000930 01  WS-OPERATEUR-ID-W           PIC X(08).
000940 01  WS-AGENCE-W                 PIC X(03).
000950 01  WS-DEVISE-W                 PIC X(03).
000960 01  WS-MONTANT-W                PIC S9(09)V9(02).
000970 01  WS-DATE-W                   PIC 9(08).
000980 01  WS-CODE-RETOUR-W            PIC X(02).
000990     88  WS-CAISSE-OUVERTE-W         VALUE "00".
001000     88  WS-CAISSE-A-OUVRIR-W        VALUE "04".
001010     88  WS-CAISSE-EN-ECART-W        VALUE "08".
001020     88  WS-CAISSE-NON-ARRETEE-W     VALUE "12".
001030     88  WS-CAISSE-ARRETEE-W         VALUE "16".
001040
001050 PROCEDURE DIVISION USING WS-FONCTION-W
001060                           WS-OPERATEUR-ID-W
001070                           WS-AGENCE-W
001080                           WS-DEVISE-W
001090                           WS-MONTANT-W
001100                           WS-DATE-W
001110                           WS-CODE-RETOUR-W.
001120
001130 0000-MAINLINE.
001140     MOVE "00" TO WS-CODE-RETOUR-W
001150     IF WS-FONCTION-FIN-W
001160         PERFORM 9000-TERMINER-TRAITEMENT
001170             THRU 9000-TERMINER-TRAITEMENT-EXIT
001180         GOBACK
001190     END-IF
001200     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001210     IF WS-CAISSE-INDISPONIBLE
001220         GOBACK
001230     END-IF
001240     EVALUATE TRUE
001250         WHEN WS-FONCTION-VERIFIER-W
001260             PERFORM 2000-VERIFIER-CAISSE
001270                 THRU 2000-VERIFIER-CAISSE-EXIT
001280         WHEN WS-FONCTION-OUVRIR-W
001290             PERFORM 3000-OUVRIR-DEVISE
001300                 THRU 3000-OUVRIR-DEVISE-EXIT
001310         WHEN WS-FONCTION-RECETTE-W
001320         WHEN WS-FONCTION-PAIEMENT-W
001330             PERFORM 4000-MOUVEMENTER-CAISSE
001340                 THRU 4000-MOUVEMENTER-CAISSE-EXIT
001350         WHEN OTHER
001360             CONTINUE
001370     END-EVALUATE
001380     GOBACK.
001390
001400*----------------------------------------------------------------*
001410*  1000-INITIALISER - OUVERTURE DU FICHIER AU PREMIER APPEL,     *
001420*  TENU OUVERT JUSQU'A L'APPEL "F" DE L'APPELANT. LE FICHIER     *
001430*  CAISSE EST CREE VIDE AU PREMIER LANCEMENT.                    *
001440*----------------------------------------------------------------*
001450 1000-INITIALISER.
001460     IF WS-FICHIERS-OUVERTS
001470         GO TO 1000-INITIALISER-EXIT
001480     END-IF
001490     OPEN I-O CAISSE-FILE
001500     IF WS-CAISSE-NOUVEAU
001510         OPEN OUTPUT CAISSE-FILE
001520         CLOSE CAISSE-FILE
001530         OPEN I-O CAISSE-FILE
001540     END-IF
001550     IF WS-CAISSE-OK
001560         SET WS-CAISSE-DISPONIBLE TO TRUE
001570     ELSE
001580         SET WS-CAISSE-INDISPONIBLE TO TRUE
001590         DISPLAY "FICHIER DES CAISSES INDISPONIBLE - "
001600                 "CONTROLE DE CAISSE NEUTRALISE"
001610     END-IF
001620     SET WS-FICHIERS-OUVERTS TO TRUE.
001630 1000-INITIALISER-EXIT.
001640     EXIT.
001650
001660*----------------------------------------------------------------*
001670*  2000-VERIFIER-CAISSE - ETAT DES CAISSES DU GUICHETIER A SON   *
001680*  IDENTIFICATION : LE FICHIER EST BALAYE EN ENTIER CAR UN       *
001690*  ECART NON REGULARISE BLOQUE LE GUICHETIER DANS TOUTES LES     *
001700*  AGENCES. PRIORITE : ECART, PUIS CAISSE NON ARRETEE D'UNE      *
001710*  JOURNEE PRECEDENTE, PUIS CAISSE OUVERTE, PUIS ARRETEE.        *
001720*----------------------------------------------------------------*
001730 2000-VERIFIER-CAISSE.
001740     MOVE "N" TO WS-SW-ECART
001750     MOVE "N" TO WS-SW-NON-ARRETEE
001760     MOVE "N" TO WS-SW-OUVERTE
001770     MOVE "N" TO WS-SW-ARRETEE
001780     MOVE LOW-VALUES TO CAI-CLE
001790     START CAISSE-FILE KEY IS NOT LESS THAN CAI-CLE
001800         INVALID KEY
001810             MOVE "04" TO WS-CODE-RETOUR-W
001820             GO TO 2000-VERIFIER-CAISSE-EXIT
001830     END-START
001840     SET WS-PAS-FIN-FICHIER TO TRUE
001850     PERFORM 2100-EXAMINER-CAISSE THRU 2100-EXAMINER-CAISSE-EXIT
001860         UNTIL WS-FIN-FICHIER
001870     EVALUATE TRUE
001880         WHEN WS-ECART-TROUVE
001890             MOVE "08" TO WS-CODE-RETOUR-W
001900         WHEN WS-NON-ARRETEE-TROUVEE
001910             MOVE "12" TO WS-CODE-RETOUR-W
001920         WHEN WS-OUVERTE-TROUVEE
001930             MOVE "00" TO WS-CODE-RETOUR-W
001940         WHEN WS-ARRETEE-TROUVEE
001950             MOVE "16" TO WS-CODE-RETOUR-W
001960         WHEN OTHER
001970             MOVE "04" TO WS-CODE-RETOUR-W
001980     END-EVALUATE.
001990 2000-VERIFIER-CAISSE-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------------*
002030*  2100-EXAMINER-CAISSE - UN PAS DU BALAYAGE DU FICHIER.         *
002040*----------------------------------------------------------------*
002050 2100-EXAMINER-CAISSE.
002060     READ CAISSE-FILE NEXT RECORD
002070         AT END
002080             SET WS-FIN-FICHIER TO TRUE
002090             GO TO 2100-EXAMINER-CAISSE-EXIT
002100     END-READ
002110     IF CAI-OPERATEUR-ID NOT = WS-OPERATEUR-ID-W
002120         GO TO 2100-EXAMINER-CAISSE-EXIT
002130     END-IF
002140     IF CAI-EN-ECART
002150         SET WS-ECART-TROUVE TO TRUE
002160     END-IF
002170     IF CAI-OUVERTE
002180        AND CAI-DATE < WS-DATE-W
002190         SET WS-NON-ARRETEE-TROUVEE TO TRUE
002200     END-IF
002210     IF CAI-AGENCE = WS-AGENCE-W
002220        AND CAI-DATE = WS-DATE-W
002230         IF CAI-OUVERTE
002240             SET WS-OUVERTE-TROUVEE TO TRUE
002250         END-IF
002260         IF CAI-ARRETEE
002270             SET WS-ARRETEE-TROUVEE TO TRUE
002280         END-IF
002290     END-IF.
002300 2100-EXAMINER-CAISSE-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------------*
002340*  3000-OUVRIR-DEVISE - OUVRE LA CAISSE DE LA DEVISE POUR LA     *
002350*  DATE AVEC LE FONDS INITIAL SAISI. UNE DEVISE DEJA OUVERTE     *
002360*  POUR LA DATE VOIT SON FONDS INITIAL CORRIGE.                  *
002370*----------------------------------------------------------------*
002380 3000-OUVRIR-DEVISE.
002390     PERFORM 5000-LIRE-CAISSE THRU 5000-LIRE-CAISSE-EXIT
002400     IF WS-CODE-RETOUR-W NOT = "00"
002410         GO TO 3000-OUVRIR-DEVISE-EXIT
002420     END-IF
002430     IF WS-MONTANT-W < ZEROES
002440         MOVE ZEROES TO CAI-FONDS-INITIAL
002450     ELSE
002460         MOVE WS-MONTANT-W TO CAI-FONDS-INITIAL
002470     END-IF
002480     PERFORM 6000-ECRIRE-CAISSE THRU 6000-ECRIRE-CAISSE-EXIT.
002490 3000-OUVRIR-DEVISE-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------*
002530*  4000-MOUVEMENTER-CAISSE - CUMULE LES BILLETS RECUS (ACHATS)   *
002540*  OU REMIS (VENTES) DANS LA CAISSE DE LA DEVISE. UN MONTANT     *
002550*  NEGATIF CONTREPASSE UN MOUVEMENT (ANNULATION DU JOUR).        *
002560*----------------------------------------------------------------*
002570 4000-MOUVEMENTER-CAISSE.
002580     PERFORM 5000-LIRE-CAISSE THRU 5000-LIRE-CAISSE-EXIT
002590     IF WS-CODE-RETOUR-W NOT = "00"
002600         GO TO 4000-MOUVEMENTER-CAISSE-EXIT
002610     END-IF
002620     IF WS-FONCTION-RECETTE-W
002630         ADD WS-MONTANT-W TO CAI-ACHATS
002640     ELSE
002650         ADD WS-MONTANT-W TO CAI-VENTES
002660     END-IF
002670     PERFORM 6000-ECRIRE-CAISSE THRU 6000-ECRIRE-CAISSE-EXIT.
002680 4000-MOUVEMENTER-CAISSE-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------*
002720*  5000-LIRE-CAISSE - LIT LA CAISSE (AGENCE, OPERATEUR, DEVISE). *
002730*  ABSENTE OU ARRETEE UN JOUR PRECEDENT = OUVERTE D'OFFICE POUR  *
002740*  LA DATE AVEC UN FONDS A ZERO. ARRETEE POUR LA DATE, EN ECART  *
002750*  OU NON ARRETEE D'UN JOUR PRECEDENT = REFUSEE.                 *
002760*----------------------------------------------------------------*
002770 5000-LIRE-CAISSE.
002780     SET WS-POSTE-EXISTANT TO TRUE
002790     MOVE WS-AGENCE-W TO CAI-AGENCE
002800     MOVE WS-OPERATEUR-ID-W TO CAI-OPERATEUR-ID
002810     MOVE WS-DEVISE-W TO CAI-DEVISE
002820     READ CAISSE-FILE
002830         KEY IS CAI-CLE
002840         INVALID KEY
002850             SET WS-POSTE-NOUVEAU TO TRUE
002860             PERFORM 5100-INITIALISER-CAISSE
002870                 THRU 5100-INITIALISER-CAISSE-EXIT
002880             GO TO 5000-LIRE-CAISSE-EXIT
002890     END-READ
002900     EVALUATE TRUE
002910         WHEN CAI-EN-ECART
002920             MOVE "08" TO WS-CODE-RETOUR-W
002930         WHEN CAI-OUVERTE
002940              AND CAI-DATE = WS-DATE-W
002950             CONTINUE
002960         WHEN CAI-OUVERTE
002970             MOVE "12" TO WS-CODE-RETOUR-W
002980         WHEN CAI-DATE = WS-DATE-W
002990             MOVE "16" TO WS-CODE-RETOUR-W
003000         WHEN OTHER
003010             PERFORM 5100-INITIALISER-CAISSE
003020                 THRU 5100-INITIALISER-CAISSE-EXIT
003030     END-EVALUATE.
003040 5000-LIRE-CAISSE-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------*
003080*  5100-INITIALISER-CAISSE - CAISSE OUVERTE POUR LA DATE, SANS   *
003090*  FONDS NI MOUVEMENT.                                           *
003100*----------------------------------------------------------------*
003110 5100-INITIALISER-CAISSE.
003120     MOVE WS-AGENCE-W TO CAI-AGENCE
003130     MOVE WS-OPERATEUR-ID-W TO CAI-OPERATEUR-ID
003140     MOVE WS-DEVISE-W TO CAI-DEVISE
003150     MOVE WS-DATE-W TO CAI-DATE
003160     MOVE "O" TO CAI-STATUT
003170     MOVE ZEROES TO CAI-FONDS-INITIAL
003180     MOVE ZEROES TO CAI-ACHATS
003190     MOVE ZEROES TO CAI-VENTES
003200     MOVE ZEROES TO CAI-SOLDE-COMPTE
003210     MOVE ZEROES TO CAI-ECART
003220     MOVE ZEROES TO CAI-HEURE-ARRETE
003230     MOVE SPACES TO CAI-VISA-ID
003240     MOVE SPACES TO CAI-JUSTIFICATION.
003250 5100-INITIALISER-CAISSE-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------*
003290*  6000-ECRIRE-CAISSE - CREATION OU MISE A JOUR DE LA CAISSE.    *
003300*----------------------------------------------------------------*
003310 6000-ECRIRE-CAISSE.
003320     IF WS-POSTE-NOUVEAU
003330         WRITE CAI-RECORD
003340     ELSE
003350         REWRITE CAI-RECORD
003360     END-IF
003370     IF NOT WS-CAISSE-OK
003380         DISPLAY "ERREUR MISE A JOUR CAISSE GUICHETIER - CODE "
003390                 WS-CAISSE-STATUS
003400     END-IF.
003410 6000-ECRIRE-CAISSE-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------*
003450*  9000-TERMINER-TRAITEMENT - APPEL "F" DE L'APPELANT : FERME    *
003460*  LE FICHIER TENU OUVERT. SANS EFFET S'IL EST FERME.            *
003470*----------------------------------------------------------------*
003480 9000-TERMINER-TRAITEMENT.
003490     IF WS-FICHIERS-FERMES
003500         GO TO 9000-TERMINER-TRAITEMENT-EXIT
003510     END-IF
003520     IF WS-CAISSE-DISPONIBLE
003530         CLOSE CAISSE-FILE
003540     END-IF
003550     SET WS-FICHIERS-FERMES TO TRUE.
003560 9000-TERMINER-TRAITEMENT-EXIT.
003570     EXIT.
003580
003590 END PROGRAM CONTROLE-CAISSE.
