000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CLOTURE-JOURNEE.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  CLOTURE DE LA JOURNEE DE TRAITEMENT.                          *
000090*                                                                *
000100*  DERNIER TRAVAIL DE LA SOIREE : AVANCE LA DATE DE TRAITEMENT   *
000110*  (FICHIER DATETRT) AU JOUR OUVRE SUIVANT SELON LE CALENDRIER,  *
000120*  PAR LA ROUTINE COMMUNE DATE-TRAITEMENT. LA CLOTURE EST        *
000130*  REFUSEE TANT QUE LA CHAINE DU SOIR DE LA DATE N'EST PAS       *
000140*  TERMINEE DANS CHAINCTL AVEC UN CODE RETOUR AU PLUS EGAL A 8 : *
000150*  ETAPES 01 A 06 CHAQUE SOIR ET, SI LA FIN DE MOIS A ETE        *
000160*  LANCEE (ETAPE 07 OU 08 PRESENTE), ETAPES 07 ET 08 AUSSI.      *
000170*  UNE FOIS LA DATE AVANCEE, UNE RELANCE PORTE SUR LA NOUVELLE   *
000180*  DATE, DONT LA CHAINE N'A PAS TOURNE, ET EST DONC REFUSEE.     *
000190*  LE FICHIER DATETRT DOIT AVOIR ETE INITIALISE PAR              *
000200*  MAINT-CALENDRIER.                                             *
000210*                                                                *
000220*  CODE RETOUR : 0 = DATE AVANCEE ; 8 = CHAINE NON TERMINEE,     *
000230*  CLOTURE REFUSEE ; 12 = FICHIER INDISPONIBLE.                  *
000240*                                                                *
000250*  HISTORIQUE DES MODIFICATIONS.                                 *
000260*  DATE        AUTEUR   DESCRIPTION                              *
000270*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000272*  15/10/2026  SEI      ETAPE 05 REEVALUATION-POSITION INSEREE   *
000274*                       DANS LA CHAINE : ETAPES 01 A 06 CHAQUE   *
000276*                       SOIR, 07 ET 08 EN FIN DE MOIS.           *
000280*================================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DATETRT-FILE ASSIGN TO "DATETRT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DATETRT-STATUS.
000380
000390     SELECT CHAINE-FILE ASSIGN TO "CHAINCTL"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CHN-CLE
000430         FILE STATUS IS WS-CHAINE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DATETRT-FILE.
000480 COPY DEVCPY31.
000490
000500 FD  CHAINE-FILE.
000510 COPY DEVCPY20.
000520
000530 WORKING-STORAGE SECTION.
000540 01  WS-DATETRT-STATUS           PIC X(02).
000550     88  WS-DATETRT-OK               VALUE "00".
000560 01  WS-CHAINE-STATUS            PIC X(02).
000570     88  WS-CHAINE-OK                VALUE "00".
000580 77  WS-DATE-SYSTEME             PIC 9(08).
000590 77  WS-HEURE-SYSTEME            PIC 9(06).
000600 77  WS-DATE-TRAITEMENT          PIC 9(08).
000610 77  WS-DATE-SUIVANTE            PIC 9(08).
000620 77  WS-FONCTION-DATE            PIC X(01).
000630 77  WS-CODE-DATE                PIC X(02).
000640 77  WS-ETAPE-COURANTE           PIC 9(02).
000650 77  WS-DERNIERE-ETAPE-JOUR      PIC 9(02) VALUE 6.
000660 77  WS-NB-ETAPES                PIC 9(02) VALUE 8.
000670 77  WS-NB-ETAPES-CONTROLEES     PIC 9(02).
000680 77  WS-SW-CHAINE                PIC X(01).
000690     88  WS-CHAINE-TERMINEE          VALUE "O".
000700     88  WS-CHAINE-INCOMPLETE        VALUE "N".
000710 77  WS-SW-FIN-MOIS              PIC X(01).
000720     88  WS-FIN-MOIS-LANCEE          VALUE "O".
000730     88  WS-FIN-MOIS-ABSENTE         VALUE "N".
000740
000750 PROCEDURE DIVISION.
000760
000770*----------------------------------------------------------------*
000780*  0000-MAINLINE.                                                *
000790*----------------------------------------------------------------*
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
000820     IF RETURN-CODE = ZEROES
000830         PERFORM 2000-CONTROLER-CHAINE
000840             THRU 2000-CONTROLER-CHAINE-EXIT
000850     END-IF
000860     IF RETURN-CODE = ZEROES
000870         PERFORM 3000-AVANCER-DATE THRU 3000-AVANCER-DATE-EXIT
000880     END-IF
000890     PERFORM 9999-EXIT
000900     STOP RUN.
000910
000920*----------------------------------------------------------------*
000930*  1000-INITIALISER - LECTURE DE LA DATE DE TRAITEMENT EN COURS  *
000940*  ET OUVERTURE DU FICHIER DE CHAINE.                            *
000950*----------------------------------------------------------------*
000960 1000-INITIALISER.
000970     OPEN INPUT DATETRT-FILE
000980     IF NOT WS-DATETRT-OK
000990         DISPLAY "DATE DE TRAITEMENT NON INITIALISEE "
001000                 "(MAINT-CALENDRIER) - CLOTURE REFUSEE"
001010         MOVE 12 TO RETURN-CODE
001020         GO TO 1000-INITIALISER-EXIT
001030     END-IF
001040     READ DATETRT-FILE
001050         AT END
001060             MOVE ZEROES TO DTR-DATE-TRAITEMENT
001070     END-READ
001080     CLOSE DATETRT-FILE
001090     IF DTR-DATE-TRAITEMENT IS NOT NUMERIC
001100        OR DTR-DATE-TRAITEMENT = ZEROES
001110         DISPLAY "DATE DE TRAITEMENT NON INITIALISEE "
001120                 "(MAINT-CALENDRIER) - CLOTURE REFUSEE"
001130         MOVE 12 TO RETURN-CODE
001140         GO TO 1000-INITIALISER-EXIT
001150     END-IF
001160     MOVE DTR-DATE-TRAITEMENT TO WS-DATE-TRAITEMENT
001170     DISPLAY "CLOTURE DE LA JOURNEE DU " WS-DATE-TRAITEMENT
001180     OPEN INPUT CHAINE-FILE
001190     IF NOT WS-CHAINE-OK
001200         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DE CHAINE"
001210         MOVE 12 TO RETURN-CODE
001220     END-IF.
001230 1000-INITIALISER-EXIT.
001240     EXIT.
001250
001260*----------------------------------------------------------------*
001270*  2000-CONTROLER-CHAINE - LES ETAPES QUOTIDIENNES DOIVENT ETRE  *
001280*  TERMINEES POUR LA DATE ; SI LA FIN DE MOIS A ETE LANCEE,      *
001290*  TOUTES SES ETAPES AUSSI.                                      *
001300*----------------------------------------------------------------*
001310 2000-CONTROLER-CHAINE.
001320     SET WS-CHAINE-TERMINEE TO TRUE
001330     SET WS-FIN-MOIS-ABSENTE TO TRUE
001340     COMPUTE WS-ETAPE-COURANTE = WS-DERNIERE-ETAPE-JOUR + 1
001350     PERFORM 2200-REPERER-FIN-MOIS THRU 2200-REPERER-FIN-MOIS-EXIT
001360         UNTIL WS-ETAPE-COURANTE > WS-NB-ETAPES
001370     IF WS-FIN-MOIS-LANCEE
001380         MOVE WS-NB-ETAPES TO WS-NB-ETAPES-CONTROLEES
001390     ELSE
001400         MOVE WS-DERNIERE-ETAPE-JOUR TO WS-NB-ETAPES-CONTROLEES
001410     END-IF
001420     MOVE 1 TO WS-ETAPE-COURANTE
001430     PERFORM 2100-CONTROLER-ETAPE THRU 2100-CONTROLER-ETAPE-EXIT
001440         UNTIL WS-ETAPE-COURANTE > WS-NB-ETAPES-CONTROLEES
001450     IF WS-CHAINE-INCOMPLETE
001460         DISPLAY "CHAINE DU SOIR NON TERMINEE POUR LA DATE - "
001470                 "CLOTURE REFUSEE"
001480         MOVE 8 TO RETURN-CODE
001490     END-IF.
001500 2000-CONTROLER-CHAINE-EXIT.
001510     EXIT.
001520
001530*----------------------------------------------------------------*
001540*  2100-CONTROLER-ETAPE - L'ETAPE COURANTE DOIT ETRE TERMINEE    *
001550*  POUR LA DATE AVEC UN CODE RETOUR AU PLUS EGAL A 8.            *
001560*----------------------------------------------------------------*
001570 2100-CONTROLER-ETAPE.
001580     MOVE WS-DATE-TRAITEMENT TO CHN-DATE
001590     MOVE WS-ETAPE-COURANTE TO CHN-ETAPE
001600     READ CHAINE-FILE
001610         KEY IS CHN-CLE
001620         INVALID KEY
001630             DISPLAY "ETAPE " WS-ETAPE-COURANTE " NON LANCEE"
001640             SET WS-CHAINE-INCOMPLETE TO TRUE
001650             GO TO 2100-CONTROLER-ETAPE-FIN
001660     END-READ
001670     IF NOT CHN-TERMINEE
001680         DISPLAY "ETAPE " WS-ETAPE-COURANTE " EN COURS"
001690         SET WS-CHAINE-INCOMPLETE TO TRUE
001700         GO TO 2100-CONTROLER-ETAPE-FIN
001710     END-IF
001720     IF CHN-CODE-RETOUR > 8
001730         DISPLAY "ETAPE " WS-ETAPE-COURANTE
001740                 " TERMINEE EN ECHEC - CODE RETOUR "
001750                 CHN-CODE-RETOUR
001760         SET WS-CHAINE-INCOMPLETE TO TRUE
001770     END-IF.
001780 2100-CONTROLER-ETAPE-FIN.
001790     ADD 1 TO WS-ETAPE-COURANTE.
001800 2100-CONTROLER-ETAPE-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------------*
001840*  2200-REPERER-FIN-MOIS - UNE LIGNE D'ETAPE DE FIN DE MOIS      *
001850*  POUR LA DATE SIGNALE QUE LA FIN DE MOIS A ETE LANCEE.         *
001860*----------------------------------------------------------------*
001870 2200-REPERER-FIN-MOIS.
001880     MOVE WS-DATE-TRAITEMENT TO CHN-DATE
001890     MOVE WS-ETAPE-COURANTE TO CHN-ETAPE
001900     READ CHAINE-FILE
001910         KEY IS CHN-CLE
001920         NOT INVALID KEY
001930             SET WS-FIN-MOIS-LANCEE TO TRUE
001940     END-READ
001950     ADD 1 TO WS-ETAPE-COURANTE.
001960 2200-REPERER-FIN-MOIS-EXIT.
001970     EXIT.
001980
001990*----------------------------------------------------------------*
002000*  3000-AVANCER-DATE - CALCUL DU JOUR OUVRE SUIVANT ET           *
002010*  REECRITURE DU FICHIER DATETRT AVEC LA DATE PRECEDENTE ET      *
002020*  L'HORODATAGE DE LA CLOTURE.                                   *
002030*----------------------------------------------------------------*
002040 3000-AVANCER-DATE.
002050     MOVE WS-DATE-TRAITEMENT TO WS-DATE-SUIVANTE
002060     MOVE "S" TO WS-FONCTION-DATE
002070     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002080                                   WS-DATE-SUIVANTE
002090                                   WS-CODE-DATE
002100     IF WS-CODE-DATE NOT = "00"
002110         DISPLAY "DATE DE TRAITEMENT INVALIDE - CODE "
002120                 WS-CODE-DATE
002130         MOVE 12 TO RETURN-CODE
002140         GO TO 3000-AVANCER-DATE-EXIT
002150     END-IF
002160     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
002170     ACCEPT WS-HEURE-SYSTEME FROM TIME
002180     OPEN OUTPUT DATETRT-FILE
002190     IF NOT WS-DATETRT-OK
002200         DISPLAY "IMPOSSIBLE DE REECRIRE LA DATE DE TRAITEMENT"
002210         MOVE 12 TO RETURN-CODE
002220         GO TO 3000-AVANCER-DATE-EXIT
002230     END-IF
002240     MOVE SPACES TO DTR-RECORD
002250     MOVE WS-DATE-SUIVANTE TO DTR-DATE-TRAITEMENT
002260     MOVE WS-DATE-TRAITEMENT TO DTR-DATE-PRECEDENTE
002270     MOVE WS-DATE-SYSTEME TO DTR-DATE-CLOTURE
002280     MOVE WS-HEURE-SYSTEME TO DTR-HEURE-CLOTURE
002290     WRITE DTR-RECORD
002300     IF NOT WS-DATETRT-OK
002310         DISPLAY "ERREUR ECRITURE DATE DE TRAITEMENT - CODE "
002320                 WS-DATETRT-STATUS
002330         MOVE 12 TO RETURN-CODE
002340     END-IF
002350     CLOSE DATETRT-FILE
002360     IF RETURN-CODE = ZEROES
002370         DISPLAY "NOUVELLE DATE DE TRAITEMENT : "
002380                 WS-DATE-SUIVANTE
002390     END-IF.
002400 3000-AVANCER-DATE-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------*
002440*  9999-EXIT - FERMETURE DU FICHIER DE CHAINE ET DU CALENDRIER.  *
002450*----------------------------------------------------------------*
002460 9999-EXIT.
002470     MOVE "F" TO WS-FONCTION-DATE
002480     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
002490                                   WS-DATE-SUIVANTE
002500                                   WS-CODE-DATE
002510     CLOSE CHAINE-FILE.
002520     EXIT.
002530
002540 END PROGRAM CLOTURE-JOURNEE.
