000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTROLE-ALLOCATION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE CONTROLE DE L'ALLOCATION ANNUELLE EN       *
000090*  DEVISES DES CLIENTS RESIDENTS (FICHIER ALLOCDEV).             *
000100*                                                                *
000110*  APPELEE POUR TOUT ACHAT DE DEVISES (SENS "T") D'UN CLIENT     *
000120*  RESIDENT : PAR CONVERSION-DEVISE ET CONVERSION-BATCH AVANT    *
000130*  L'EXECUTION (VERIFICATION) PUIS APRES LA CONVERSION ABOUTIE   *
000140*  (IMPUTATION), ET PAR ANNULATION-CONVERSION POUR RESTITUER LA  *
000150*  CONTRE-VALEUR D'UNE CONVERSION ANNULEE. LE FICHIER EST TENU   *
000160*  OUVERT DEPUIS LE PREMIER APPEL JUSQU'A L'APPEL "F".           *
000170*                                                                *
000180*  L'ALLOCATION EST CELLE DU CLIENT POUR L'ANNEE CIVILE DE LA    *
000190*  DATE TRANSMISE ET LE TYPE TRANSMIS (A BLANC = "T",            *
000200*  ALLOCATION TOURISTIQUE). LE MONTANT EST LA CONTRE-VALEUR EN   *
000210*  TND DE L'OPERATION.                                           *
000220*                                                                *
000230*  FONCTIONS :                                                   *
000240*      "V" = VERIFICATION : LE MONTANT TIENT-IL DANS LE SOLDE ?  *
000250*      "C" = IMPUTATION : VERIFICATION PUIS CUMUL DU MONTANT     *
000260*      "R" = RESTITUTION : MONTANT DEDUIT DE LA CONSOMMATION     *
000270*      "F" = FIN DE TRAITEMENT : FERMETURE DU FICHIER            *
000280*                                                                *
000290*  LE SOLDE DISPONIBLE (DROIT - CONSOMMATION, APRES L'OPERATION  *
000300*  POUR "C" ET "R") EST RESTITUE A L'APPELANT. SI LE FICHIER     *
000310*  ALLOCDEV EST INDISPONIBLE, LE CONTROLE EST NEUTRALISE (CODE   *
000320*  "00") AVEC UN MESSAGE, POUR NE PAS ARRETER LES GUICHETS ET LE *
000330*  LOT SUR UN INCIDENT FICHIER.                                  *
000340*                                                                *
000350*  CODE RETOUR :                                                 *
000360*      "00" = ALLOCATION SUFFISANTE / MONTANT IMPUTE OU RESTITUE *
000370*      "04" = AUCUNE ALLOCATION OUVERTE POUR LE CLIENT, L'ANNEE  *
000380*             ET LE TYPE                                         *
000390*      "08" = SOLDE INSUFFISANT : RIEN N'EST IMPUTE              *
000400*                                                                *
000410*  HISTORIQUE DES MODIFICATIONS.                                 *
000420*  DATE        AUTEUR   DESCRIPTION                              *
000430*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000440*================================================================*
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ALLOC-FILE ASSIGN TO "ALLOCDEV"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ALC-CLE
000550         FILE STATUS IS WS-ALLOC-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ALLOC-FILE.
000600 COPY DEVCPY26.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-ALLOC-STATUS             PIC X(02).
000640     88  WS-ALLOC-OK                 VALUE "00".
000650     88  WS-ALLOC-NOUVEAU            VALUE "35".
000660 77  WS-SW-FICHIERS              PIC X(01) VALUE "N".
000670     88  WS-FICHIERS-OUVERTS         VALUE "O".
000680     88  WS-FICHIERS-FERMES          VALUE "N".
000690 77  WS-SW-ALLOC                 PIC X(01).
000700     88  WS-ALLOC-DISPONIBLE         VALUE "O".
000710     88  WS-ALLOC-INDISPONIBLE       VALUE "N".
000720 77  WS-SOLDE-CALCULE            PIC S9(09)V9(02).
000730
000740 LINKAGE SECTION.
000750 01  WS-FONCTION-W               PIC X(01).
000760     88  WS-FONCTION-VERIFIER-W      VALUE "V".
000770     88  WS-FONCTION-IMPUTER-W       VALUE "C".
000780     88  WS-FONCTION-RESTITUER-W     VALUE "R".
000790     88  WS-FONCTION-FIN-W           VALUE "F".
000800 01  WS-CLIENT-ID-W              PIC X(08).
000810 01  WS-TYPE-W                   PIC X(01).
000820 01  WS-DATE-W                   PIC 9(08).
000830 01  WS-MONTANT-TND-W            PIC 9(09)V9(02).
000840 01  WS-SOLDE-TND-W              PIC 9(09)V9(02).
000850 01  WS-CODE-RETOUR-W            PIC X(02).
000860     88  WS-ALLOCATION-OK-W          VALUE "00".
000870     88  WS-ALLOCATION-ABSENTE-W     VALUE "04".
000880     88  WS-ALLOCATION-DEPASSEE-W    VALUE "08".
000890
000900 PROCEDURE DIVISION USING WS-FONCTION-W
000910                           WS-CLIENT-ID-W
000920                           WS-TYPE-W
000930                           WS-DATE-W
000940                           WS-MONTANT-TND-W
000950                           WS-SOLDE-TND-W
000960                           WS-CODE-RETOUR-W.
000970
000980 0000-MAINLINE.
000990     MOVE "00" TO WS-CODE-RETOUR-W
001000     MOVE ZEROES TO WS-SOLDE-TND-W
001010     IF WS-FONCTION-FIN-W
001020         PERFORM 9000-TERMINER-TRAITEMENT
001030             THRU 9000-TERMINER-TRAITEMENT-EXIT
001040         GOBACK
001050     END-IF
001060     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
001070     IF WS-ALLOC-INDISPONIBLE
001080         GOBACK
001090     END-IF
001100     PERFORM 2000-LIRE-ALLOCATION THRU 2000-LIRE-ALLOCATION-EXIT
001110     IF WS-CODE-RETOUR-W NOT = "00"
001120         GOBACK
001130     END-IF
001140     EVALUATE TRUE
001150         WHEN WS-FONCTION-VERIFIER-W
001160             PERFORM 3000-VERIFIER-SOLDE
001170                 THRU 3000-VERIFIER-SOLDE-EXIT
001180         WHEN WS-FONCTION-IMPUTER-W
001190             PERFORM 4000-IMPUTER-MONTANT
001200                 THRU 4000-IMPUTER-MONTANT-EXIT
001210         WHEN WS-FONCTION-RESTITUER-W
001220             PERFORM 5000-RESTITUER-MONTANT
001230                 THRU 5000-RESTITUER-MONTANT-EXIT
001240         WHEN OTHER
001250             CONTINUE
001260     END-EVALUATE
001270     GOBACK.
001280
001290*----------------------------------------------------------------*
001300*  1000-INITIALISER - OUVERTURE DU FICHIER AU PREMIER APPEL,     *
001310*  TENU OUVERT JUSQU'A L'APPEL "F" DE L'APPELANT. LE FICHIER     *
001320*  ALLOCDEV EST CREE VIDE AU PREMIER LANCEMENT.                  *
001330*----------------------------------------------------------------*
001340 1000-INITIALISER.
001350     IF WS-FICHIERS-OUVERTS
001360         GO TO 1000-INITIALISER-EXIT
001370     END-IF
001380     OPEN I-O ALLOC-FILE
001390     IF WS-ALLOC-NOUVEAU
001400         OPEN OUTPUT ALLOC-FILE
001410         CLOSE ALLOC-FILE
001420         OPEN I-O ALLOC-FILE
001430     END-IF
001440     IF WS-ALLOC-OK
001450         SET WS-ALLOC-DISPONIBLE TO TRUE
001460     ELSE
001470         SET WS-ALLOC-INDISPONIBLE TO TRUE
001480         DISPLAY "FICHIER DES ALLOCATIONS INDISPONIBLE - "
001490                 "CONTROLE D'ALLOCATION NEUTRALISE"
001500     END-IF
001510     SET WS-FICHIERS-OUVERTS TO TRUE.
001520 1000-INITIALISER-EXIT.
001530     EXIT.
001540
001550*----------------------------------------------------------------*
001560*  2000-LIRE-ALLOCATION - LECTURE DE L'ALLOCATION DU CLIENT POUR *
001570*  L'ANNEE DE LA DATE ET LE TYPE (A BLANC = TOURISTIQUE).        *
001580*----------------------------------------------------------------*
001590 2000-LIRE-ALLOCATION.
001600     MOVE WS-CLIENT-ID-W TO ALC-CLIENT-ID
001610     MOVE WS-DATE-W (1:4) TO ALC-ANNEE
001620     IF WS-TYPE-W = SPACES
001630         MOVE "T" TO ALC-TYPE
001640     ELSE
001650         MOVE WS-TYPE-W TO ALC-TYPE
001660     END-IF
001670     READ ALLOC-FILE
001680         KEY IS ALC-CLE
001690         INVALID KEY
001700             MOVE "04" TO WS-CODE-RETOUR-W
001710             GO TO 2000-LIRE-ALLOCATION-EXIT
001720     END-READ
001730     COMPUTE WS-SOLDE-CALCULE = ALC-DROIT-TND - ALC-CONSOMME-TND
001740     IF WS-SOLDE-CALCULE > ZEROES
001750         MOVE WS-SOLDE-CALCULE TO WS-SOLDE-TND-W
001760     END-IF.
001770 2000-LIRE-ALLOCATION-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------------*
001810*  3000-VERIFIER-SOLDE - LE MONTANT DOIT TENIR DANS LE SOLDE.    *
001820*----------------------------------------------------------------*
001830 3000-VERIFIER-SOLDE.
001840     IF WS-MONTANT-TND-W > WS-SOLDE-TND-W
001850         MOVE "08" TO WS-CODE-RETOUR-W
001860     END-IF.
001870 3000-VERIFIER-SOLDE-EXIT.
001880     EXIT.
001890
001900*----------------------------------------------------------------*
001910*  4000-IMPUTER-MONTANT - VERIFICATION PUIS CUMUL DU MONTANT     *
001920*  DANS LA CONSOMMATION DE L'ANNEE.                              *
001930*----------------------------------------------------------------*
001940 4000-IMPUTER-MONTANT.
001950     PERFORM 3000-VERIFIER-SOLDE THRU 3000-VERIFIER-SOLDE-EXIT
001960     IF WS-CODE-RETOUR-W NOT = "00"
001970         GO TO 4000-IMPUTER-MONTANT-EXIT
001980     END-IF
001990     ADD WS-MONTANT-TND-W TO ALC-CONSOMME-TND
002000     ADD 1 TO ALC-NB-OPERATIONS
002010     MOVE WS-DATE-W TO ALC-DATE-DERNIERE-OP
002020     SUBTRACT WS-MONTANT-TND-W FROM WS-SOLDE-TND-W
002030     PERFORM 6000-ECRIRE-ALLOCATION
002040         THRU 6000-ECRIRE-ALLOCATION-EXIT.
002050 4000-IMPUTER-MONTANT-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------*
002090*  5000-RESTITUER-MONTANT - UNE CONVERSION ANNULEE REND SA       *
002100*  CONTRE-VALEUR A L'ALLOCATION (SANS DESCENDRE SOUS ZERO).      *
002110*----------------------------------------------------------------*
002120 5000-RESTITUER-MONTANT.
002130     IF ALC-CONSOMME-TND > WS-MONTANT-TND-W
002140         SUBTRACT WS-MONTANT-TND-W FROM ALC-CONSOMME-TND
002150     ELSE
002160         MOVE ZEROES TO ALC-CONSOMME-TND
002170     END-IF
002180     IF ALC-NB-OPERATIONS > ZEROES
002190         SUBTRACT 1 FROM ALC-NB-OPERATIONS
002200     END-IF
002210     COMPUTE WS-SOLDE-CALCULE = ALC-DROIT-TND - ALC-CONSOMME-TND
002220     IF WS-SOLDE-CALCULE > ZEROES
002230         MOVE WS-SOLDE-CALCULE TO WS-SOLDE-TND-W
002240     ELSE
002250         MOVE ZEROES TO WS-SOLDE-TND-W
002260     END-IF
002270     PERFORM 6000-ECRIRE-ALLOCATION
002280         THRU 6000-ECRIRE-ALLOCATION-EXIT.
002290 5000-RESTITUER-MONTANT-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------------*
002330*  6000-ECRIRE-ALLOCATION - MISE A JOUR DE L'ALLOCATION.         *
002340*----------------------------------------------------------------*
002350 6000-ECRIRE-ALLOCATION.
002360     REWRITE ALC-RECORD
002370     IF NOT WS-ALLOC-OK
002380         DISPLAY "ERREUR MISE A JOUR ALLOCATION " ALC-CLIENT-ID
002390                 " - CODE " WS-ALLOC-STATUS
002400     END-IF.
002410 6000-ECRIRE-ALLOCATION-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------------*
002450*  9000-TERMINER-TRAITEMENT - APPEL "F" DE L'APPELANT : FERME    *
002460*  LE FICHIER TENU OUVERT. SANS EFFET S'IL EST FERME.            *
002470*----------------------------------------------------------------*
002480 9000-TERMINER-TRAITEMENT.
002490     IF WS-FICHIERS-FERMES
002500         GO TO 9000-TERMINER-TRAITEMENT-EXIT
002510     END-IF
002520     IF WS-ALLOC-DISPONIBLE
002530         CLOSE ALLOC-FILE
002540     END-IF
002550     SET WS-FICHIERS-FERMES TO TRUE.
002560 9000-TERMINER-TRAITEMENT-EXIT.
002570     EXIT.
002580
002590 END PROGRAM CONTROLE-ALLOCATION.
