000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NUMERO-BORDEREAU.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE NUMEROTATION DES BORDEREAUX DE CHANGE      *
000090*  (FICHIER NUMBORD).                                            *
000100*                                                                *
000110*  APPELEE PAR CONVERSION-DEVISE ET CONVERSION-BATCH POUR CHAQUE *
000120*  CONVERSION ABOUTIE : RESTITUE LE NUMERO DE BORDEREAU SUIVANT  *
000130*  DE L'AGENCE POUR L'ANNEE CIVILE DE LA DATE TRANSMISE (DATE DE *
000140*  TRAITEMENT). LE COMPTEUR D'UNE AGENCE EST CREE A SON PREMIER  *
000150*  NUMERO DE L'ANNEE. LE NUMERO EST ENREGISTRE DANS LE COMPTEUR  *
000160*  AVANT D'ETRE RESTITUE : UN NUMERO N'EST JAMAIS ATTRIBUE DEUX  *
000170*  FOIS, ET UN NUMERO PERDU (INCIDENT AVANT L'ECRITURE DU        *
000180*  JOURNAL D'AUDIT) APPARAIT COMME UN TROU SUR L'ETAT DES        *
000190*  BORDEREAUX. LE FICHIER EST TENU OUVERT DEPUIS LE PREMIER      *
000200*  APPEL JUSQU'A L'APPEL "F".                                    *
000210*                                                                *
000220*  FONCTIONS :                                                   *
000230*      "N" = NUMERO SUIVANT                                      *
000240*      "F" = FIN DE TRAITEMENT : FERMETURE DU FICHIER            *
000250*                                                                *
000260*  CODE RETOUR :                                                 *
000270*      "00" = NUMERO ATTRIBUE                                    *
000280*      "12" = COMPTEUR INDISPONIBLE : NUMERO A ZERO              *
000290*                                                                *
000300*  HISTORIQUE DES MODIFICATIONS.                                 *
000310*  DATE        AUTEUR   DESCRIPTION                              *
000320*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000330*================================================================*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT NUMBORD-FILE ASSIGN TO "NUMBORD"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS NBD-CLE
000440         FILE STATUS IS WS-NUMBORD-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  NUMBORD-FILE.
000490 COPY DEVCPY33.
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-NUMBORD-STATUS           PIC X(02).
000530     88  WS-NUMBORD-OK               VALUE "00".
000540     88  WS-NUMBORD-NOUVEAU          VALUE "35".
000550 77  WS-SW-FICHIERS              PIC X(01) VALUE "N".
000560     88  WS-FICHIERS-OUVERTS         VALUE "O".
000570     88  WS-FICHIERS-FERMES          VALUE "N".
000580 77  WS-SW-NUMBORD               PIC X(01).
000590     88  WS-NUMBORD-DISPONIBLE       VALUE "O".
000600     88  WS-NUMBORD-INDISPONIBLE     VALUE "N".
000610 77  WS-SW-COMPTEUR              PIC X(01).
000620     88  WS-COMPTEUR-EXISTANT        VALUE "O".
000630     88  WS-COMPTEUR-NOUVEAU         VALUE "N".
000640
000650 LINKAGE SECTION.
000660 01  WS-FONCTION-W               PIC X(01).
000670     88  WS-FONCTION-NUMERO-W        VALUE "N".
000680     88  WS-FONCTION-FIN-W           VALUE "F".
000690 01  WS-AGENCE-W                 PIC X(03).
000700 01  WS-DATE-W                   PIC 9(08).
000710 01  WS-NUMERO-W                 PIC 9(07).
000720 01  WS-CODE-RETOUR-W            PIC X(02).
000730     88  WS-NUMERO-OK-W              VALUE "00".
000740     88  WS-NUMBORD-INDISPO-W        VALUE "12".
000750
000760 PROCEDURE DIVISION USING WS-FONCTION-W
000770                           WS-AGENCE-W
000780                           WS-DATE-W
000790                           WS-NUMERO-W
000800                           WS-CODE-RETOUR-W.
000810
000820 0000-MAINLINE.
000830     MOVE "00" TO WS-CODE-RETOUR-W
000840     IF WS-FONCTION-FIN-W
000850         PERFORM 9000-TERMINER-TRAITEMENT
000860             THRU 9000-TERMINER-TRAITEMENT-EXIT
000870         GOBACK
000880     END-IF
000890     MOVE ZEROES TO WS-NUMERO-W
000900     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000910     IF WS-NUMBORD-INDISPONIBLE
000920         MOVE "12" TO WS-CODE-RETOUR-W
000930         GOBACK
000940     END-IF
000950     IF WS-FONCTION-NUMERO-W
000960         PERFORM 2000-ATTRIBUER-NUMERO
000970             THRU 2000-ATTRIBUER-NUMERO-EXIT
000980     END-IF
000990     GOBACK.
001000
001010*----------------------------------------------------------------*
001020*  1000-INITIALISER - OUVERTURE DU FICHIER AU PREMIER APPEL,     *
001030*  TENU OUVERT JUSQU'A L'APPEL "F" DE L'APPELANT. LE FICHIER     *
001040*  NUMBORD EST CREE VIDE AU PREMIER LANCEMENT.                   *
001050*----------------------------------------------------------------*
001060 1000-INITIALISER.
001070     IF WS-FICHIERS-OUVERTS
001080         GO TO 1000-INITIALISER-EXIT
001090     END-IF
001100     OPEN I-O NUMBORD-FILE
001110     IF WS-NUMBORD-NOUVEAU
001120         OPEN OUTPUT NUMBORD-FILE
001130         CLOSE NUMBORD-FILE
001140         OPEN I-O NUMBORD-FILE
001150     END-IF
001160     IF WS-NUMBORD-OK
001170         SET WS-NUMBORD-DISPONIBLE TO TRUE
001180     ELSE
001190         SET WS-NUMBORD-INDISPONIBLE TO TRUE
001200         DISPLAY "COMPTEUR DES BORDEREAUX INDISPONIBLE - CODE "
001210                 WS-NUMBORD-STATUS
001220     END-IF
001230     SET WS-FICHIERS-OUVERTS TO TRUE.
001240 1000-INITIALISER-EXIT.
001250     EXIT.
001260
001270*----------------------------------------------------------------*
001280*  2000-ATTRIBUER-NUMERO - LECTURE DU COMPTEUR DE L'AGENCE POUR  *
001290*  L'ANNEE (CREE A ZERO S'IL N'EXISTE PAS), NUMERO SUIVANT, ET   *
001300*  PREMIER NUMERO DU JOUR AU CHANGEMENT DE DATE.                 *
001310*----------------------------------------------------------------*
001320 2000-ATTRIBUER-NUMERO.
001330     MOVE WS-AGENCE-W TO NBD-AGENCE
001340     MOVE WS-DATE-W (1:4) TO NBD-ANNEE
001350     SET WS-COMPTEUR-EXISTANT TO TRUE
001360     READ NUMBORD-FILE
001370         KEY IS NBD-CLE
001380         INVALID KEY
001390             SET WS-COMPTEUR-NOUVEAU TO TRUE
001400     END-READ
001410     IF WS-COMPTEUR-NOUVEAU
001420         MOVE SPACES TO NBD-RECORD
001430         MOVE WS-AGENCE-W TO NBD-AGENCE
001440         MOVE WS-DATE-W (1:4) TO NBD-ANNEE
001450         MOVE ZEROES TO NBD-DERNIER-NUMERO
001460         MOVE ZEROES TO NBD-DATE-JOUR
001470         MOVE ZEROES TO NBD-PREMIER-DU-JOUR
001480     END-IF
001490     ADD 1 TO NBD-DERNIER-NUMERO
001500     IF NBD-DATE-JOUR NOT = WS-DATE-W
001510         MOVE WS-DATE-W TO NBD-DATE-JOUR
001520         MOVE NBD-DERNIER-NUMERO TO NBD-PREMIER-DU-JOUR
001530     END-IF
001540     IF WS-COMPTEUR-NOUVEAU
001550         WRITE NBD-RECORD
001560     ELSE
001570         REWRITE NBD-RECORD
001580     END-IF
001590     IF WS-NUMBORD-OK
001600         MOVE NBD-DERNIER-NUMERO TO WS-NUMERO-W
001610     ELSE
001620         DISPLAY "ERREUR MISE A JOUR COMPTEUR DES BORDEREAUX "
001630                 NBD-AGENCE " - CODE " WS-NUMBORD-STATUS
001640         MOVE "12" TO WS-CODE-RETOUR-W
001650     END-IF.
001660 2000-ATTRIBUER-NUMERO-EXIT.
001670     EXIT.
001680
001690*----------------------------------------------------------------*
001700*  9000-TERMINER-TRAITEMENT - APPEL "F" DE L'APPELANT : FERME    *
001710*  LE FICHIER TENU OUVERT. SANS EFFET S'IL EST FERME.            *
001720*----------------------------------------------------------------*
001730 9000-TERMINER-TRAITEMENT.
001740     IF WS-FICHIERS-FERMES
001750         GO TO 9000-TERMINER-TRAITEMENT-EXIT
001760     END-IF
001770     IF WS-NUMBORD-DISPONIBLE
001780         CLOSE NUMBORD-FILE
001790     END-IF
001800     SET WS-FICHIERS-FERMES TO TRUE.
001810 9000-TERMINER-TRAITEMENT-EXIT.
001820     EXIT.
001830
001840 END PROGRAM NUMERO-BORDEREAU.
