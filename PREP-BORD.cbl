000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PREPARATION-BORDEREAU.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE PREPARATION DU BORDEREAU DE CHANGE.        *
000090*                                                                *
000100*  A PARTIR D'UNE LIGNE DU JOURNAL D'AUDIT (FORMAT DEVCPY02),    *
000110*  GARNIT L'ENREGISTREMENT DE BORDEREAU (FORMAT DEVCPY34) :      *
000120*  AGENCE, ANNEE ET NUMERO, DATE ET HEURE, OPERATEUR, CLIENT ET  *
000130*  CODE RESIDENT, SENS, DEVISES, TAUX APPLIQUE, MONTANTS BRUT,   *
000140*  COMMISSION ET NET, COTATION EVENTUELLE. LE NOM ET LA PIECE    *
000150*  D'IDENTITE DU CLIENT SONT PRIS DANS LE REFERENTIEL CLIENTS    *
000160*  (CLIMAST). L'APPELANT ECRIT L'ENREGISTREMENT SUR SON FICHIER  *
000170*  D'IMPRESSION. UTILISEE PAR CONVERSION-DEVISE ET               *
000180*  CONVERSION-BATCH POUR L'ORIGINAL (MENTION A BLANC) ET PAR     *
000190*  REIMPRESSION-BORDEREAU POUR LE DUPLICATA, QUI EST AINSI       *
000200*  IDENTIQUE A L'ORIGINAL A LA MENTION ET A LA DATE D'EDITION    *
000210*  PRES. LE REFERENTIEL EST TENU OUVERT DEPUIS LE PREMIER APPEL  *
000220*  JUSQU'A L'APPEL "F".                                          *
000230*                                                                *
000240*  FONCTIONS :                                                   *
000250*      "P" = PREPARATION DU BORDEREAU                            *
000260*      "F" = FIN DE TRAITEMENT : FERMETURE DU FICHIER            *
000270*                                                                *
000280*  CODE RETOUR :                                                 *
000290*      "00" = BORDEREAU PREPARE                                  *
000300*      "04" = BORDEREAU PREPARE SANS IDENTITE : CLIENT NON       *
000310*             SAISI OU INCONNU DU REFERENTIEL, OU REFERENTIEL    *
000320*             INDISPONIBLE                                       *
000330*                                                                *
000340*  HISTORIQUE DES MODIFICATIONS.                                 *
000350*  DATE        AUTEUR   DESCRIPTION                              *
000360*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000370*================================================================*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CLIMAST-FILE ASSIGN TO "CLIMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLM-ID
000480         FILE STATUS IS WS-CLIMAST-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CLIMAST-FILE.
000530 COPY DEVCPY19.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-CLIMAST-STATUS           PIC X(02).
000570     88  WS-CLIMAST-OK               VALUE "00".
000580 77  WS-SW-FICHIERS              PIC X(01) VALUE "N".
000590     88  WS-FICHIERS-OUVERTS         VALUE "O".
000600     88  WS-FICHIERS-FERMES          VALUE "N".
000610 77  WS-SW-CLIMAST               PIC X(01).
000620     88  WS-CLIMAST-DISPONIBLE       VALUE "O".
000630     88  WS-CLIMAST-INDISPONIBLE     VALUE "N".
000640
000650 LINKAGE SECTION.
000660 01  WS-FONCTION-W               PIC X(01).
000670     88  WS-FONCTION-PREPARER-W      VALUE "P".
000680     88  WS-FONCTION-FIN-W           VALUE "F".
000690 COPY DEVCPY02.
000700 01  WS-MENTION-W                PIC X(09).
000710 01  WS-DATE-EDITION-W           PIC 9(08).
000720 COPY DEVCPY34.
000730 01  WS-CODE-RETOUR-W            PIC X(02).
000740     88  WS-BORDEREAU-OK-W           VALUE "00".
000750     88  WS-BORDEREAU-SANS-IDENT-W   VALUE "04".
000760
000770 PROCEDURE DIVISION USING WS-FONCTION-W
000780                           AUD-RECORD
000790                           WS-MENTION-W
000800                           WS-DATE-EDITION-W
000810                           BRD-RECORD
000820                           WS-CODE-RETOUR-W.
000830
000840 0000-MAINLINE.
000850     MOVE "00" TO WS-CODE-RETOUR-W
000860     IF WS-FONCTION-FIN-W
000870         PERFORM 9000-TERMINER-TRAITEMENT
000880             THRU 9000-TERMINER-TRAITEMENT-EXIT
000890         GOBACK
000900     END-IF
000910     IF NOT WS-FONCTION-PREPARER-W
000920         GOBACK
000930     END-IF
000940     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000950     PERFORM 2000-GARNIR-BORDEREAU
000960         THRU 2000-GARNIR-BORDEREAU-EXIT
000970     PERFORM 3000-GARNIR-IDENTITE
000980         THRU 3000-GARNIR-IDENTITE-EXIT
000990     GOBACK.
001000
001010*----------------------------------------------------------------*
001020*  1000-INITIALISER - OUVERTURE DU REFERENTIEL CLIENTS AU        *
001030*  PREMIER APPEL, TENU OUVERT JUSQU'A L'APPEL "F". UN            *
001040*  REFERENTIEL INDISPONIBLE N'EMPECHE PAS L'EDITION DU           *
001050*  BORDEREAU, QUI EST ALORS PREPARE SANS IDENTITE.               *
001060*----------------------------------------------------------------*
001070 1000-INITIALISER.
001080     IF WS-FICHIERS-OUVERTS
001090         GO TO 1000-INITIALISER-EXIT
001100     END-IF
001110     OPEN INPUT CLIMAST-FILE
001120     IF WS-CLIMAST-OK
001130         SET WS-CLIMAST-DISPONIBLE TO TRUE
001140     ELSE
001150         SET WS-CLIMAST-INDISPONIBLE TO TRUE
001160         DISPLAY "IMPOSSIBLE D'OUVRIR LE REFERENTIEL CLIENTS - "
001170                 "BORDEREAUX SANS IDENTITE"
001180     END-IF
001190     SET WS-FICHIERS-OUVERTS TO TRUE.
001200 1000-INITIALISER-EXIT.
001210     EXIT.
001220
001230*----------------------------------------------------------------*
001240*  2000-GARNIR-BORDEREAU - REPRISE DES ZONES DE LA LIGNE         *
001250*  D'AUDIT. L'ANNEE DU BORDEREAU EST CELLE DE LA DATE DE         *
001260*  JOURNALISATION, QUI A SERVI A LA NUMEROTATION. UN NUMERO OU   *
001270*  UNE COTATION A BLANC (LIGNE A L'ANCIEN FORMAT) EST RAMENE A   *
001280*  ZERO.                                                         *
001290*----------------------------------------------------------------*
001300 2000-GARNIR-BORDEREAU.
001310     MOVE SPACES TO BRD-RECORD
001320     MOVE "B" TO BRD-TYPE-LIGNE
001330     MOVE AUD-AGENCE TO BRD-AGENCE
001340     MOVE AUD-DATE (1:4) TO BRD-ANNEE
001350     IF AUD-NO-BORDEREAU IS NUMERIC
001360         MOVE AUD-NO-BORDEREAU TO BRD-NUMERO
001370     ELSE
001380         MOVE ZEROES TO BRD-NUMERO
001390     END-IF
001400     MOVE WS-MENTION-W TO BRD-MENTION
001410     MOVE AUD-DATE TO BRD-DATE
001420     MOVE AUD-HEURE TO BRD-HEURE
001430     MOVE AUD-OPERATEUR-ID TO BRD-OPERATEUR-ID
001440     MOVE AUD-CLIENT-ID TO BRD-CLIENT-ID
001450     MOVE AUD-RESIDENT TO BRD-RESIDENT
001460     MOVE AUD-SENS TO BRD-SENS
001470     MOVE AUD-DEVISE-SOURCE TO BRD-DEVISE-SOURCE
001480     MOVE AUD-DEVISE-CIBLE TO BRD-DEVISE-CIBLE
001490     MOVE AUD-MONTANT TO BRD-MONTANT
001500     MOVE AUD-TAUX-APPLIQUE TO BRD-TAUX-APPLIQUE
001510     MOVE AUD-MONTANT-BRUT TO BRD-MONTANT-BRUT
001520     MOVE AUD-FRAIS TO BRD-FRAIS
001530     MOVE AUD-MONTANT-CONVERTI TO BRD-MONTANT-NET
001540     IF AUD-NO-COTATION IS NUMERIC
001550         MOVE AUD-NO-COTATION TO BRD-NO-COTATION
001560     ELSE
001570         MOVE ZEROES TO BRD-NO-COTATION
001580     END-IF
001590     MOVE WS-DATE-EDITION-W TO BRD-DATE-EDITION.
001600 2000-GARNIR-BORDEREAU-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------------*
001640*  3000-GARNIR-IDENTITE - NOM ET PIECE D'IDENTITE DU CLIENT      *
001650*  PRIS DANS LE REFERENTIEL CLIENTS.                             *
001660*----------------------------------------------------------------*
001670 3000-GARNIR-IDENTITE.
001680     IF AUD-CLIENT-ID = SPACES
001690        OR WS-CLIMAST-INDISPONIBLE
001700         MOVE "04" TO WS-CODE-RETOUR-W
001710         GO TO 3000-GARNIR-IDENTITE-EXIT
001720     END-IF
001730     MOVE AUD-CLIENT-ID TO CLM-ID
001740     READ CLIMAST-FILE
001750         KEY IS CLM-ID
001760         INVALID KEY
001770             MOVE "04" TO WS-CODE-RETOUR-W
001780         NOT INVALID KEY
001790             MOVE CLM-NOM TO BRD-NOM
001800             MOVE CLM-TYPE-DOC TO BRD-TYPE-DOC
001810             MOVE CLM-NO-DOC TO BRD-NO-DOC
001820     END-READ.
001830 3000-GARNIR-IDENTITE-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------------*
001870*  9000-TERMINER-TRAITEMENT - APPEL "F" DE L'APPELANT : FERME    *
001880*  LE FICHIER TENU OUVERT. SANS EFFET S'IL EST FERME.            *
001890*----------------------------------------------------------------*
001900 9000-TERMINER-TRAITEMENT.
001910     IF WS-FICHIERS-FERMES
001920         GO TO 9000-TERMINER-TRAITEMENT-EXIT
001930     END-IF
001940     IF WS-CLIMAST-DISPONIBLE
001950         CLOSE CLIMAST-FILE
001960     END-IF
001970     SET WS-FICHIERS-FERMES TO TRUE.
001980 9000-TERMINER-TRAITEMENT-EXIT.
001990     EXIT.
002000
002010 END PROGRAM PREPARATION-BORDEREAU.
