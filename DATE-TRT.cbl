000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATE-TRAITEMENT.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE DATE DE TRAITEMENT ET DE CALENDRIER.       *
000090*                                                                *
000100*  LES PROGRAMMES DU LOT ET DU GUICHET NE PRENNENT PLUS LA DATE  *
000110*  DU JOUR A L'HORLOGE DU SYSTEME MAIS DANS LE FICHIER DATETRT,  *
000120*  QUE SEULE CLOTURE-JOURNEE AVANCE EN FIN DE CHAINE DU SOIR :   *
000130*  UNE CHAINE QUI DEPASSE MINUIT OU UN RATTRAPAGE APRES UN JOUR  *
000140*  FERIE TRAITE AINSI SOUS LA BONNE DATE. LE CALENDRIER          *
000150*  (CALENDR) DONNE LES JOURS FERIES ET LES SAMEDIS OU DIMANCHES  *
000160*  EXCEPTIONNELLEMENT OUVRES.                                    *
000170*                                                                *
000180*  FONCTION (WS-FONCTION-W) :                                    *
000190*      "L" = RESTITUE LA DATE DE TRAITEMENT DANS WS-DATE-W       *
000200*      "O" = DATE DE VALEUR : SI WS-DATE-W N'EST PAS UN JOUR     *
000210*            OUVRE, ELLE EST PORTEE AU JOUR OUVRE SUIVANT        *
000220*      "S" = PORTE WS-DATE-W AU JOUR OUVRE QUI LA SUIT           *
000230*      "F" = FIN DE TRAITEMENT : FERMETURE DU CALENDRIER, TENU   *
000240*            OUVERT ENTRE LES APPELS (UN LOT NE L'OUVRE QU'UNE   *
000250*            FOIS)                                               *
000260*  SANS CALENDRIER, SEULS LE SAMEDI ET LE DIMANCHE SONT CHOMES.  *
000270*                                                                *
000280*  CODE RETOUR :                                                 *
000290*      "00" = DATE RESTITUEE / JOUR OUVRE INCHANGE               *
000300*      "04" = DATE DE VALEUR DEPLACEE AU JOUR OUVRE SUIVANT      *
000310*      "08" = DATE INVALIDE, LAISSEE INCHANGEE                   *
000320*      "12" = FICHIER DATETRT INDISPONIBLE : LA DATE SYSTEME EST *
000330*             RESTITUEE, A L'APPELANT DE LE SIGNALER             *
000340*                                                                *
000350*  HISTORIQUE DES MODIFICATIONS.                                 *
000360*  DATE        AUTEUR   DESCRIPTION                              *
000370*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000380*================================================================*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DATETRT-FILE ASSIGN TO "DATETRT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-DATETRT-STATUS.
000480
000490     SELECT CALENDR-FILE ASSIGN TO "CALENDR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CAL-DATE
000530         FILE STATUS IS WS-CALENDR-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DATETRT-FILE.
000580 COPY DEVCPY31.
000590
000600 FD  CALENDR-FILE.
000610 COPY DEVCPY30.
000620
000630 WORKING-STORAGE SECTION.
000640 01  WS-DATETRT-STATUS           PIC X(02).
000650     88  WS-DATETRT-OK               VALUE "00".
000660 01  WS-CALENDR-STATUS           PIC X(02).
000670     88  WS-CALENDR-OK               VALUE "00".
000680 77  WS-SW-CALENDRIER            PIC X(01) VALUE "F".
000690     88  WS-CALENDRIER-FERME         VALUE "F".
000700     88  WS-CALENDRIER-DISPONIBLE    VALUE "O".
000710     88  WS-CALENDRIER-INDISPONIBLE  VALUE "N".
000720 77  WS-SW-JOUR                  PIC X(01).
000730     88  WS-JOUR-OUVRE               VALUE "O".
000740     88  WS-JOUR-CHOME               VALUE "N".
000750
000760 01  WS-DATE-CALCUL              PIC 9(08).
000770 01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
000780     05  WS-CAL-ANNEE            PIC 9(04).
000790     05  WS-CAL-MOIS             PIC 9(02).
000800     05  WS-CAL-JOUR             PIC 9(02).
000810 01  WS-TABLE-MOIS-V.
000820     05  FILLER                  PIC X(24) VALUE
000830         "312831303130313130313031".
000840 01  WS-TABLE-MOIS REDEFINES WS-TABLE-MOIS-V.
000850     05  WS-JOURS-MOIS           PIC 9(02) OCCURS 12.
000860 77  WS-FIN-MOIS                 PIC 9(02).
000870 77  WS-QUOTIENT                 PIC 9(04).
000880 77  WS-RESTE-4                  PIC 9(04).
000890 77  WS-RESTE-100                PIC 9(04).
000900 77  WS-RESTE-400                PIC 9(04).
000910
000920 77  WS-ZEL-ANNEE                PIC 9(04).
000930 77  WS-ZEL-MOIS                 PIC 9(02).
000940 77  WS-ZEL-SIECLE               PIC 9(02).
000950 77  WS-ZEL-AN-SIECLE            PIC 9(02).
000960 77  WS-ZEL-TERME-MOIS           PIC 9(03).
000970 77  WS-ZEL-QUART-AN             PIC 9(02).
000980 77  WS-ZEL-QUART-SIECLE         PIC 9(02).
000990 77  WS-ZEL-TOTAL                PIC 9(05).
001000 77  WS-JOUR-SEMAINE             PIC 9(01).
001010     88  WS-FIN-DE-SEMAINE           VALUE 0 1.
001020 77  WS-NB-AVANCES               PIC 9(03) COMP.
001030
001040 LINKAGE SECTION.
001050 01  WS-FONCTION-W               PIC X(01).
001060     88  WS-FONCTION-LIRE-W          VALUE "L".
001070     88  WS-FONCTION-VALEUR-W        VALUE "O".
001080     88  WS-FONCTION-SUIVANT-W       VALUE "S".
001090     88  WS-FONCTION-FIN-W           VALUE "F".
001100 01  WS-DATE-W                   PIC 9(08).
001110 01  WS-CODE-RETOUR-W            PIC X(02).
001120     88  WS-DATE-OK-W                VALUE "00".
001130
001140 PROCEDURE DIVISION USING WS-FONCTION-W
001150                           WS-DATE-W
001160                           WS-CODE-RETOUR-W.
001170
001180 0000-MAINLINE.
001190     MOVE "00" TO WS-CODE-RETOUR-W
001200     EVALUATE TRUE
001210         WHEN WS-FONCTION-LIRE-W
001220             PERFORM 1000-LIRE-DATE THRU 1000-LIRE-DATE-EXIT
001230         WHEN WS-FONCTION-VALEUR-W
001240             PERFORM 2000-DATE-VALEUR THRU 2000-DATE-VALEUR-EXIT
001250         WHEN WS-FONCTION-SUIVANT-W
001260             PERFORM 3000-JOUR-OUVRE-SUIVANT
001270                 THRU 3000-JOUR-OUVRE-SUIVANT-EXIT
001280         WHEN WS-FONCTION-FIN-W
001290             PERFORM 9000-TERMINER THRU 9000-TERMINER-EXIT
001300         WHEN OTHER
001310             MOVE "08" TO WS-CODE-RETOUR-W
001320     END-EVALUATE
001330     GOBACK.
001340
001350*----------------------------------------------------------------*
001360*  1000-LIRE-DATE - LECTURE DE LA DATE DE TRAITEMENT. FICHIER    *
001370*  ABSENT, VIDE OU DATE NON NUMERIQUE : DATE SYSTEME ET CODE 12. *
001380*----------------------------------------------------------------*
001390 1000-LIRE-DATE.
001400     OPEN INPUT DATETRT-FILE
001410     IF NOT WS-DATETRT-OK
001420         ACCEPT WS-DATE-W FROM DATE YYYYMMDD
001430         MOVE "12" TO WS-CODE-RETOUR-W
001440         GO TO 1000-LIRE-DATE-EXIT
001450     END-IF
001460     READ DATETRT-FILE
001470         AT END
001480             MOVE ZEROES TO DTR-DATE-TRAITEMENT
001490     END-READ
001500     IF DTR-DATE-TRAITEMENT IS NUMERIC
001510        AND DTR-DATE-TRAITEMENT > ZEROES
001520         MOVE DTR-DATE-TRAITEMENT TO WS-DATE-W
001530     ELSE
001540         ACCEPT WS-DATE-W FROM DATE YYYYMMDD
001550         MOVE "12" TO WS-CODE-RETOUR-W
001560     END-IF
001570     CLOSE DATETRT-FILE.
001580 1000-LIRE-DATE-EXIT.
001590     EXIT.
001600
001610*----------------------------------------------------------------*
001620*  2000-DATE-VALEUR - UNE DATE DE VALEUR QUI TOMBE UN JOUR       *
001630*  FERIE OU UN JOUR DE FIN DE SEMAINE EST PORTEE AU PREMIER      *
001640*  JOUR OUVRE QUI LA SUIT (CODE 04).                             *
001650*----------------------------------------------------------------*
001660 2000-DATE-VALEUR.
001670     PERFORM 4000-CONTROLER-DATE THRU 4000-CONTROLER-DATE-EXIT
001680     IF NOT WS-DATE-OK-W
001690         GO TO 2000-DATE-VALEUR-EXIT
001700     END-IF
001710     PERFORM 5000-TESTER-JOUR THRU 5000-TESTER-JOUR-EXIT
001720     IF WS-JOUR-OUVRE
001730         GO TO 2000-DATE-VALEUR-EXIT
001740     END-IF
001750     MOVE ZEROES TO WS-NB-AVANCES
001760     PERFORM 3100-AVANCER-JOUR-OUVRE
001770         THRU 3100-AVANCER-JOUR-OUVRE-EXIT
001780         UNTIL WS-JOUR-OUVRE
001790     MOVE WS-DATE-CALCUL TO WS-DATE-W
001800     MOVE "04" TO WS-CODE-RETOUR-W.
001810 2000-DATE-VALEUR-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------------*
001850*  3000-JOUR-OUVRE-SUIVANT - PREMIER JOUR OUVRE STRICTEMENT      *
001860*  POSTERIEUR A WS-DATE-W (AVANCE DE LA DATE DE TRAITEMENT A LA  *
001870*  CLOTURE DE LA JOURNEE).                                       *
001880*----------------------------------------------------------------*
001890 3000-JOUR-OUVRE-SUIVANT.
001900     PERFORM 4000-CONTROLER-DATE THRU 4000-CONTROLER-DATE-EXIT
001910     IF NOT WS-DATE-OK-W
001920         GO TO 3000-JOUR-OUVRE-SUIVANT-EXIT
001930     END-IF
001940     MOVE ZEROES TO WS-NB-AVANCES
001950     SET WS-JOUR-CHOME TO TRUE
001960     PERFORM 3100-AVANCER-JOUR-OUVRE
001970         THRU 3100-AVANCER-JOUR-OUVRE-EXIT
001980         UNTIL WS-JOUR-OUVRE
001990     MOVE WS-DATE-CALCUL TO WS-DATE-W.
002000 3000-JOUR-OUVRE-SUIVANT-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------------*
002040*  3100-AVANCER-JOUR-OUVRE - AVANCE WS-DATE-CALCUL D'UN JOUR     *
002050*  CALENDAIRE ET TESTE LE NOUVEAU JOUR. PAR SECURITE, UN         *
002060*  CALENDRIER QUI CHOMERAIT PLUS DE 31 JOURS DE SUITE ARRETE LA  *
002070*  RECHERCHE SUR LE DERNIER JOUR ATTEINT.                        *
002080*----------------------------------------------------------------*
002090 3100-AVANCER-JOUR-OUVRE.
002100     PERFORM 3200-AVANCER-UN-JOUR THRU 3200-AVANCER-UN-JOUR-EXIT
002110     ADD 1 TO WS-NB-AVANCES
002120     PERFORM 5000-TESTER-JOUR THRU 5000-TESTER-JOUR-EXIT
002130     IF WS-NB-AVANCES > 31
002140         SET WS-JOUR-OUVRE TO TRUE
002150     END-IF.
002160 3100-AVANCER-JOUR-OUVRE-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------*
002200*  3200-AVANCER-UN-JOUR - AVANCE WS-DATE-CALCUL D'UN JOUR        *
002210*  CALENDAIRE (FIN DE MOIS ET ANNEES BISSEXTILES COMPRISES).     *
002220*----------------------------------------------------------------*
002230 3200-AVANCER-UN-JOUR.
002240     PERFORM 4100-FIN-DE-MOIS THRU 4100-FIN-DE-MOIS-EXIT
002250     IF WS-CAL-JOUR < WS-FIN-MOIS
002260         ADD 1 TO WS-CAL-JOUR
002270         GO TO 3200-AVANCER-UN-JOUR-EXIT
002280     END-IF
002290     MOVE 1 TO WS-CAL-JOUR
002300     IF WS-CAL-MOIS < 12
002310         ADD 1 TO WS-CAL-MOIS
002320     ELSE
002330         MOVE 1 TO WS-CAL-MOIS
002340         ADD 1 TO WS-CAL-ANNEE
002350     END-IF.
002360 3200-AVANCER-UN-JOUR-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------------*
002400*  4000-CONTROLER-DATE - LA DATE RECUE DOIT ETRE NUMERIQUE, AVEC *
002410*  UN MOIS DE 1 A 12 ET UN JOUR EXISTANT DANS LE MOIS.           *
002420*----------------------------------------------------------------*
002430 4000-CONTROLER-DATE.
002440     IF WS-DATE-W IS NOT NUMERIC
002450         MOVE "08" TO WS-CODE-RETOUR-W
002460         GO TO 4000-CONTROLER-DATE-EXIT
002470     END-IF
002480     MOVE WS-DATE-W TO WS-DATE-CALCUL
002490     IF WS-CAL-MOIS < 1 OR WS-CAL-MOIS > 12
002500        OR WS-CAL-JOUR < 1
002510         MOVE "08" TO WS-CODE-RETOUR-W
002520         GO TO 4000-CONTROLER-DATE-EXIT
002530     END-IF
002540     PERFORM 4100-FIN-DE-MOIS THRU 4100-FIN-DE-MOIS-EXIT
002550     IF WS-CAL-JOUR > WS-FIN-MOIS
002560         MOVE "08" TO WS-CODE-RETOUR-W
002570     END-IF.
002580 4000-CONTROLER-DATE-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------*
002620*  4100-FIN-DE-MOIS - NOMBRE DE JOURS DU MOIS DE WS-DATE-CALCUL. *
002630*----------------------------------------------------------------*
002640 4100-FIN-DE-MOIS.
002650     MOVE WS-JOURS-MOIS (WS-CAL-MOIS) TO WS-FIN-MOIS
002660     IF WS-CAL-MOIS NOT = 2
002670         GO TO 4100-FIN-DE-MOIS-EXIT
002680     END-IF
002690     DIVIDE WS-CAL-ANNEE BY 4 GIVING WS-QUOTIENT
002700         REMAINDER WS-RESTE-4
002710     DIVIDE WS-CAL-ANNEE BY 100 GIVING WS-QUOTIENT
002720         REMAINDER WS-RESTE-100
002730     DIVIDE WS-CAL-ANNEE BY 400 GIVING WS-QUOTIENT
002740         REMAINDER WS-RESTE-400
002750     IF WS-RESTE-400 = ZEROES
002760        OR (WS-RESTE-4 = ZEROES AND WS-RESTE-100 NOT = ZEROES)
002770         MOVE 29 TO WS-FIN-MOIS
002780     END-IF.
002790 4100-FIN-DE-MOIS-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
002830*  5000-TESTER-JOUR - WS-DATE-CALCUL EST-IL UN JOUR OUVRE ? LA   *
002840*  LIGNE DU CALENDRIER PREVAUT ; SANS LIGNE, SAMEDI ET DIMANCHE  *
002850*  SONT CHOMES. LE CALENDRIER EST OUVERT AU PREMIER BESOIN.      *
002860*----------------------------------------------------------------*
002870 5000-TESTER-JOUR.
002880     IF WS-CALENDRIER-FERME
002890         OPEN INPUT CALENDR-FILE
002900         IF WS-CALENDR-OK
002910             SET WS-CALENDRIER-DISPONIBLE TO TRUE
002920         ELSE
002930             SET WS-CALENDRIER-INDISPONIBLE TO TRUE
002940         END-IF
002950     END-IF
002960     IF WS-CALENDRIER-DISPONIBLE
002970         MOVE WS-DATE-CALCUL TO CAL-DATE
002980         READ CALENDR-FILE
002990             KEY IS CAL-DATE
003000             INVALID KEY
003010                 MOVE SPACE TO CAL-TYPE
003020         END-READ
003030         IF CAL-JOUR-FERIE
003040             SET WS-JOUR-CHOME TO TRUE
003050             GO TO 5000-TESTER-JOUR-EXIT
003060         END-IF
003070         IF CAL-JOUR-OUVRE
003080             SET WS-JOUR-OUVRE TO TRUE
003090             GO TO 5000-TESTER-JOUR-EXIT
003100         END-IF
003110     END-IF
003120     PERFORM 5100-JOUR-SEMAINE THRU 5100-JOUR-SEMAINE-EXIT
003130     IF WS-FIN-DE-SEMAINE
003140         SET WS-JOUR-CHOME TO TRUE
003150     ELSE
003160         SET WS-JOUR-OUVRE TO TRUE
003170     END-IF.
003180 5000-TESTER-JOUR-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------*
003220*  5100-JOUR-SEMAINE - JOUR DE LA SEMAINE DE WS-DATE-CALCUL PAR  *
003230*  LA CONGRUENCE DE ZELLER (0 = SAMEDI, 1 = DIMANCHE, 2 = LUNDI  *
003240*  ... 6 = VENDREDI). JANVIER ET FEVRIER COMPTENT COMME LES      *
003250*  MOIS 13 ET 14 DE L'ANNEE PRECEDENTE.                          *
003260*----------------------------------------------------------------*
003270 5100-JOUR-SEMAINE.
003280     MOVE WS-CAL-ANNEE TO WS-ZEL-ANNEE
003290     MOVE WS-CAL-MOIS TO WS-ZEL-MOIS
003300     IF WS-ZEL-MOIS < 3
003310         ADD 12 TO WS-ZEL-MOIS
003320         SUBTRACT 1 FROM WS-ZEL-ANNEE
003330     END-IF
003340     DIVIDE WS-ZEL-ANNEE BY 100 GIVING WS-ZEL-SIECLE
003350         REMAINDER WS-ZEL-AN-SIECLE
003360     COMPUTE WS-ZEL-TERME-MOIS = 13 * (WS-ZEL-MOIS + 1)
003370     DIVIDE WS-ZEL-TERME-MOIS BY 5 GIVING WS-ZEL-TERME-MOIS
003380     DIVIDE WS-ZEL-AN-SIECLE BY 4 GIVING WS-ZEL-QUART-AN
003390     DIVIDE WS-ZEL-SIECLE BY 4 GIVING WS-ZEL-QUART-SIECLE
003400     COMPUTE WS-ZEL-TOTAL = WS-CAL-JOUR + WS-ZEL-TERME-MOIS
003410                          + WS-ZEL-AN-SIECLE + WS-ZEL-QUART-AN
003420                          + WS-ZEL-QUART-SIECLE
003430                          + 5 * WS-ZEL-SIECLE
003440     DIVIDE WS-ZEL-TOTAL BY 7 GIVING WS-QUOTIENT
003450         REMAINDER WS-JOUR-SEMAINE.
003460 5100-JOUR-SEMAINE-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------*
003500*  9000-TERMINER - FERMETURE DU CALENDRIER S'IL A ETE OUVERT.    *
003510*----------------------------------------------------------------*
003520 9000-TERMINER.
003530     IF WS-CALENDRIER-DISPONIBLE
003540         CLOSE CALENDR-FILE
003550     END-IF
003560     SET WS-CALENDRIER-FERME TO TRUE.
003570 9000-TERMINER-EXIT.
003580     EXIT.
003590
003600 END PROGRAM DATE-TRAITEMENT.
