000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTROLE-AGENCE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE CONTROLE DU CODE AGENCE.                   *
000090*                                                                *
000100*  CONSULTE LE REFERENTIEL DES AGENCES (AGENCES) ET RESTITUE A   *
000110*  L'APPELANT LE NOM ET LE STATUT DE L'AGENCE. UTILISEE PAR      *
000120*  CONVERSION-DEVISE A L'IDENTIFICATION : UN CODE AGENCE         *
000130*  LIBREMENT TAPE NE SUFFIT PLUS, IL DOIT EXISTER DANS LE        *
000140*  REFERENTIEL ET L'AGENCE DOIT ETRE OUVERTE.                    *
000150*                                                                *
000160*  CODE RETOUR :                                                 *
000170*      "00" = AGENCE CONNUE ET OUVERTE                           *
000180*      "04" = AGENCE INCONNUE DU REFERENTIEL                     *
000190*      "08" = AGENCE FERMEE                                      *
000200*      "10" = AGENCE FERMEE TEMPORAIREMENT                       *
000210*      "12" = REFERENTIEL DES AGENCES INDISPONIBLE               *
000220*                                                                *
000230*  HISTORIQUE DES MODIFICATIONS.                                 *
000240*  DATE        AUTEUR   DESCRIPTION                              *
000250*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000260*================================================================*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT AGENCES-FILE ASSIGN TO "AGENCES"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS AGC-CODE
000370         FILE STATUS IS WS-AGENCES-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AGENCES-FILE.
000420 COPY DEVCPY32.
000430
000440 WORKING-STORAGE SECTION.
000450 01  WS-AGENCES-STATUS           PIC X(02).
000460     88  WS-AGENCES-OK               VALUE "00".
000470
000480 LINKAGE SECTION.
000490 01  WS-AGENCE-W                 PIC X(03).
000500 01  WS-CODE-RETOUR-W            PIC X(02).
000510     88  WS-AGENCE-ADMISE-W          VALUE "00".
000520     88  WS-AGENCE-INCONNUE-W        VALUE "04".
000530     88  WS-AGENCE-FERMEE-W          VALUE "08".
000540     88  WS-AGENCE-FERMEE-TEMPO-W    VALUE "10".
000550     88  WS-AGENCES-INDISPO-W        VALUE "12".
000560 01  WS-NOM-AGENCE-W             PIC X(30).
000570
000580 PROCEDURE DIVISION USING WS-AGENCE-W
000590                           WS-CODE-RETOUR-W
000600                           WS-NOM-AGENCE-W.
000610
000620 0000-MAINLINE.
000630     MOVE SPACES TO WS-NOM-AGENCE-W
000640     MOVE "00" TO WS-CODE-RETOUR-W
000650     PERFORM 1000-CONSULTER-AGENCE
000660         THRU 1000-CONSULTER-AGENCE-EXIT
000670     GOBACK.
000680
000690*----------------------------------------------------------------*
000700*  1000-CONSULTER-AGENCE - LECTURE DE L'AGENCE DANS LE           *
000710*  REFERENTIEL ET POSITIONNEMENT DU CODE RETOUR.                 *
000720*----------------------------------------------------------------*
000730 1000-CONSULTER-AGENCE.
000740     IF WS-AGENCE-W = SPACES
000750         MOVE "04" TO WS-CODE-RETOUR-W
000760         GO TO 1000-CONSULTER-AGENCE-EXIT
000770     END-IF
000780     OPEN INPUT AGENCES-FILE
000790     IF NOT WS-AGENCES-OK
000800         MOVE "12" TO WS-CODE-RETOUR-W
000810         GO TO 1000-CONSULTER-AGENCE-EXIT
000820     END-IF
000830     MOVE WS-AGENCE-W TO AGC-CODE
000840     READ AGENCES-FILE
000850         KEY IS AGC-CODE
000860         INVALID KEY
000870             MOVE "04" TO WS-CODE-RETOUR-W
000880         NOT INVALID KEY
000890             MOVE AGC-NOM TO WS-NOM-AGENCE-W
000900             EVALUATE TRUE
000910                 WHEN AGC-OUVERTE
000920                     CONTINUE
000930                 WHEN AGC-FERMEE-TEMPO
000940                     MOVE "10" TO WS-CODE-RETOUR-W
000950                 WHEN OTHER
000960                     MOVE "08" TO WS-CODE-RETOUR-W
000970             END-EVALUATE
000980     END-READ
000990     CLOSE AGENCES-FILE.
001000 1000-CONSULTER-AGENCE-EXIT.
001010     EXIT.
001020
001030 END PROGRAM CONTROLE-AGENCE.
