000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REEVALUATION-POSITION.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  REEVALUATION DE FIN DE JOURNEE DE LA POSITION DE CHANGE ET    *
000090*  RESULTAT DE CHANGE.                                           *
000100*                                                                *
000110*  TIENT LE LIVRE DE POSITION PAR DEVISE (POSDEV), REPORTE DE    *
000120*  JOUR EN JOUR : POSITION OUVERTE EN DEVISE ET COUT HISTORIQUE  *
000130*  EN TND AU COUT MOYEN PONDERE. LES CONVERSIONS ABOUTIES DE LA  *
000140*  JOURNEE (AUDITLOG) SONT APPLIQUEES DANS L'ORDRE DU JOURNAL :  *
000150*      - ACHAT DE DEVISE (SENS "D") : ENTREE DU MONTANT EN       *
000160*        DEVISE RECU POUR LE MONTANT BRUT TND,                   *
000170*      - VENTE DE DEVISE (SENS "T") : SORTIE DU MONTANT EN       *
000180*        DEVISE SERVI POUR LE MONTANT TND RECU DIMINUE DE LA     *
000190*        CONTRE-VALEUR DES FRAIS (MEMES MONTANTS QUE LES         *
000200*        ECRITURES DE POSITION D'INTERFACE-COMPTABLE).           *
000210*  UN MOUVEMENT QUI AUGMENTE LA POSITION S'AJOUTE AU COUT ; UN   *
000220*  MOUVEMENT QUI LA REDUIT EN SORT LA QUOTE-PART AU COUT MOYEN,  *
000230*  ET L'ECART AVEC LE MONTANT TND DU MOUVEMENT EST LE RESULTAT   *
000240*  REALISE. UNE LIGNE D'ANNULATION (TYPE "A") EST APPLIQUEE      *
000250*  COMME LE MOUVEMENT INVERSE DE L'ORIGINAL. LES CONVERSIONS     *
000260*  CROISEES (SENS "C"), SANS CONTRE-VALEUR TND AU JOURNAL, SONT  *
000270*  COMPTEES ET EXCLUES DU LIVRE COMME DE L'INTERFACE COMPTABLE.  *
000280*                                                                *
000290*  LA POSITION DE CLOTURE EST ENSUITE REEVALUEE AU COURS DU SOIR *
000300*  PUBLIE PAR LA BCT (BCTFEED) : LE RESULTAT LATENT EST LA       *
000310*  VALEUR AU COURS MOINS LE COUT HISTORIQUE. SEULE LA VARIATION  *
000320*  DU LATENT DEPUIS LA VEILLE EST COMPTABILISEE. DEVISE ABSENTE  *
000330*  DU FICHIER BCT : LE COURS DE LA DERNIERE REEVALUATION EST     *
000340*  RECONDUIT, OU LA POSITION N'EST PAS REEVALUEE S'IL N'Y EN A   *
000350*  PAS (CODE RETOUR 4 DANS LES DEUX CAS).                        *
000360*                                                                *
000370*  LES ECRITURES (RESULTAT REALISE ET VARIATION DU LATENT,       *
000380*  CONTRE LE COMPTE DE POSITION 260 DE LA DEVISE) SONT AJOUTEES  *
000390*  EN FIN DU FICHIER ECRCOMPT DU JOUR, DERRIERE LE LOT           *
000400*  D'INTERFACE-COMPTABLE, AVEC LEUR PROPRE PIED D'EQUILIBRE.     *
000410*  INTERFACE-COMPTABLE DOIT DONC AVOIR ETE PASSEE POUR LA DATE : *
000420*  LE LANCEMENT EST REFUSE SI ECRCOMPT NE SE TERMINE PAS PAR SON *
000430*  PIED DU JOUR, OU S'IL PORTE DEJA LES ECRITURES DE             *
000440*  REEVALUATION. LE LANCEMENT EST AUSSI REFUSE SI LE LIVRE A     *
000450*  DEJA ETE REEVALUE POUR LA DATE. LE LIVRE N'EST MIS A JOUR     *
000460*  QU'APRES L'ECRITURE COMPLETE DU LOT D'ECRITURES.              *
000470*                                                                *
000480*  L'ETAT DE REEVALUATION (REEVRPT) DONNE PAR DEVISE LA          *
000490*  POSITION D'OUVERTURE, LES ACHATS ET VENTES, LA POSITION DE    *
000500*  CLOTURE ET SA VALEUR AU COURS BCT, LE RESULTAT REALISE SUR    *
000510*  LES VENTES DU JOUR, LE RESULTAT LATENT SUR LA POSITION        *
000520*  RESTANTE ET LE RESULTAT CUMULE DU MOIS, PUIS LES TOTAUX.      *
000530*                                                                *
000540*  ETAPE 05 DE LA CHAINE DU SOIR, APRES RECONCILIATION-TAUX :    *
000550*  DEBUT ET FIN DECLARES A CONTROLE-CHAINE.                      *
000560*                                                                *
000570*  HISTORIQUE DES MODIFICATIONS.                                 *
000580*  DATE        AUTEUR   DESCRIPTION                              *
000590*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000600*================================================================*
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700
000710     SELECT BCT-FILE ASSIGN TO "BCTFEED"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-BCT-STATUS.
000740
000750     SELECT POSDEV-FILE ASSIGN TO "POSDEV"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS PDV-DEVISE
000790         FILE STATUS IS WS-POSDEV-STATUS.
000800
000810     SELECT ECR-FILE ASSIGN TO "ECRCOMPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-ECR-STATUS.
000840
000850     SELECT RVL-FILE ASSIGN TO "REEVRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RVL-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  AUDIT-FILE.
000920 COPY DEVCPY02.
000930
000940 FD  BCT-FILE.
000950 COPY DEVCPY05.
000960
000970 FD  POSDEV-FILE.
000980 COPY DEVCPY35.
000990
001000 FD  ECR-FILE.
001010 COPY DEVCPY16.
001020
001030 FD  RVL-FILE.
001040 01  RVL-LIGNE                   PIC X(80).
001050
001060 WORKING-STORAGE SECTION.
001070 01  WS-AUDIT-STATUS             PIC X(02).
001080     88  WS-AUDIT-OK                 VALUE "00".
001090 01  WS-BCT-STATUS               PIC X(02).
001100     88  WS-BCT-OK                   VALUE "00".
001110 01  WS-POSDEV-STATUS            PIC X(02).
001120     88  WS-POSDEV-OK                VALUE "00".
001130     88  WS-POSDEV-NOUVEAU           VALUE "35".
001140 01  WS-ECR-STATUS               PIC X(02).
001150     88  WS-ECR-OK                   VALUE "00".
001160 01  WS-RVL-STATUS               PIC X(02).
001170     88  WS-RVL-OK                   VALUE "00".
001180
001190 77  WS-SW-FIN-FICHIER           PIC X(01).
001200     88  WS-FIN-FICHIER              VALUE "O".
001210     88  WS-PAS-FIN-FICHIER          VALUE "N".
001220 77  WS-SW-FIN-LECTURE           PIC X(01).
001230     88  WS-FIN-LECTURE              VALUE "O".
001240     88  WS-PAS-FIN-LECTURE          VALUE "N".
001250 77  WS-DATE-SYSTEME             PIC 9(08).
001260 77  WS-FONCTION-DATE            PIC X(01).
001270 77  WS-CODE-DATE                PIC X(02).
001280 77  WS-NB-LUES                  PIC 9(07) COMP.
001290 77  WS-NB-RETENUES              PIC 9(07) COMP.
001300 77  WS-NB-CROISEES              PIC 9(07) COMP.
001310 77  WS-NB-ANNULATIONS           PIC 9(07) COMP.
001320 77  WS-NB-ECRITURES             PIC 9(07) COMP.
001330 77  WS-NB-COURS                 PIC 9(03) COMP.
001340 77  WS-NB-SANS-COURS            PIC 9(03) COMP.
001350 77  WS-NB-PIEDS-JOUR            PIC 9(03) COMP.
001360 77  WS-DERNIER-TYPE-ECR         PIC X(01).
001370 77  WS-DERNIERE-DATE-ECR        PIC 9(08).
001380 77  WS-DEVISE-COURANTE          PIC X(03).
001390 77  WS-FRAIS-TND                PIC 9(07)V9(02).
001400
001410 01  WS-TABLE-COURS.
001420     05  WS-POSTE-COURS          OCCURS 50.
001430         10  CRS-DEVISE          PIC X(03).
001440         10  CRS-TAUX            PIC 9(03)V9(04).
001450 77  WS-IDX-COURS                PIC 9(03) COMP.
001460 77  WS-IDX-COURS-TROUVE         PIC 9(03) COMP.
001470
001480 01  WS-TABLE-LIVRE.
001490     05  WS-NB-DEVISES           PIC 9(03) COMP.
001500     05  WS-POSTE-LIVRE          OCCURS 50.
001510         10  RVL-DEVISE          PIC X(03).
001520         10  RVL-SW-LIVRE        PIC X(01).
001530             88  RVL-DANS-LIVRE      VALUE "O".
001540             88  RVL-HORS-LIVRE      VALUE "N".
001550         10  RVL-SW-COURS        PIC X(01).
001560             88  RVL-COURS-BCT       VALUE "B".
001570             88  RVL-COURS-PRECEDENT VALUE "P".
001580             88  RVL-SANS-COURS      VALUE "N".
001590         10  RVL-POSITION-OUV    PIC S9(11)V9(02).
001600         10  RVL-COUT-OUV        PIC S9(13)V9(02).
001610         10  RVL-ACHATS          PIC S9(11)V9(02).
001620         10  RVL-ACHATS-TND      PIC S9(13)V9(02).
001630         10  RVL-VENTES          PIC S9(11)V9(02).
001640         10  RVL-VENTES-TND      PIC S9(13)V9(02).
001650         10  RVL-POSITION        PIC S9(11)V9(02).
001660         10  RVL-COUT-TND        PIC S9(13)V9(02).
001670         10  RVL-COUT-MOYEN      PIC 9(03)V9(06).
001680         10  RVL-TAUX            PIC 9(03)V9(04).
001690         10  RVL-LATENT          PIC S9(13)V9(02).
001700         10  RVL-VARIATION       PIC S9(13)V9(02).
001710         10  RVL-REALISE-JOUR    PIC S9(13)V9(02).
001720         10  RVL-MOIS            PIC 9(06).
001730         10  RVL-REALISE-MOIS    PIC S9(13)V9(02).
001740         10  RVL-LATENT-MOIS     PIC S9(13)V9(02).
001750 77  WS-IDX                      PIC 9(03) COMP.
001760 77  WS-IDX-TROUVE               PIC 9(03) COMP.
001770 77  WS-IDX-EDIT                 PIC 9(03) COMP.
001780
001790 77  WS-MVT-QTE                  PIC S9(11)V9(02).
001800 77  WS-MVT-TND                  PIC S9(13)V9(02).
001810 77  WS-MVT-QTE-ABSOLUE          PIC 9(11)V9(02).
001820 77  WS-POSITION-ABSOLUE         PIC 9(11)V9(02).
001830 77  WS-COUT-SORTI               PIC S9(13)V9(02).
001840 77  WS-TND-DENOUEMENT           PIC S9(13)V9(02).
001850 77  WS-REALISE                  PIC S9(13)V9(02).
001860 77  WS-LATENT-NOUVEAU           PIC S9(13)V9(02).
001870 77  WS-VALEUR-MARCHE            PIC S9(13)V9(02).
001880 77  WS-RESULTAT-MOIS            PIC S9(13)V9(02).
001890 77  WS-MONTANT-PAIRE            PIC S9(13)V9(02).
001900
001910 77  WS-TOTAL-REALISE            PIC S9(13)V9(02).
001920 77  WS-TOTAL-LATENT             PIC S9(13)V9(02).
001930 77  WS-TOTAL-VARIATION          PIC S9(13)V9(02).
001940 77  WS-TOTAL-MOIS               PIC S9(13)V9(02).
001950 77  WS-TOTAL-DEBITS             PIC 9(13)V9(02).
001960 77  WS-TOTAL-CREDITS            PIC 9(13)V9(02).
001970 77  WS-MONTANT-ECRITURE         PIC S9(13)V9(02).
001980 77  WS-SENS-ECRITURE            PIC X(01).
001990 77  WS-COMPTE-ECRITURE          PIC X(06).
002000 77  WS-COMPTE-RESULTAT          PIC X(06).
002010 77  WS-DEVISE-ECRITURE          PIC X(03).
002020 77  WS-LIBELLE-ECRITURE         PIC X(25).
002030
002040 77  WS-COMPTE-GAINS-REALISES    PIC X(06) VALUE "766100".
002050 77  WS-COMPTE-PERTES-REALISEES  PIC X(06) VALUE "666100".
002060 77  WS-COMPTE-GAINS-LATENTS     PIC X(06) VALUE "766200".
002070 77  WS-COMPTE-PERTES-LATENTES   PIC X(06) VALUE "666200".
002080 01  WS-COMPTE-POSITION.
002090     05  FILLER                  PIC X(03) VALUE "260".
002100     05  WS-POSITION-DEVISE      PIC X(03).
002110
002120 77  WS-NO-PAGE                  PIC 9(03) COMP.
002130 77  WS-NB-LIGNES                PIC 9(02) COMP.
002140 77  WS-MAX-LIGNES               PIC 9(02) COMP VALUE 55.
002150
002160 01  WS-LIGNE-TITRE.
002170     05  FILLER                  PIC X(39) VALUE
002180         "REEVALUATION DES POSITIONS DE CHANGE - ".
002190     05  FILLER                  PIC X(03) VALUE "DU ".
002200     05  TIT-JOUR                PIC X(02).
002210     05  FILLER                  PIC X(01) VALUE "/".
002220     05  TIT-MOIS                PIC X(02).
002230     05  FILLER                  PIC X(01) VALUE "/".
002240     05  TIT-ANNEE               PIC X(04).
002250     05  FILLER                  PIC X(12) VALUE "      PAGE :".
002260     05  TIT-NO-PAGE             PIC ZZ9.
002270     05  FILLER                  PIC X(13) VALUE SPACES.
002280
002290 01  WS-LIGNE-SEPARATION.
002300     05  FILLER                  PIC X(78) VALUE ALL "-".
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320
002330 01  WS-LIGNE-DEVISE.
002340     05  FILLER                  PIC X(09) VALUE "DEVISE : ".
002350     05  DET-DEVISE              PIC X(03).
002360     05  FILLER                  PIC X(14) VALUE
002370         "  COURS BCT : ".
002380     05  DET-TAUX                PIC ZZ9.9999.
002390     05  DET-TAUX-X REDEFINES DET-TAUX
002400                                 PIC X(08).
002410     05  FILLER                  PIC X(15) VALUE
002420         "  COUT MOYEN : ".
002430     05  DET-COUT-MOYEN          PIC ZZ9.999999.
002440     05  FILLER                  PIC X(02) VALUE SPACES.
002450     05  DET-MENTION-COURS       PIC X(17).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470
002480 01  WS-LIGNE-DETAIL.
002490     05  FILLER                  PIC X(03) VALUE SPACES.
002500     05  DET-LIBELLE             PIC X(24).
002510     05  FILLER                  PIC X(02) VALUE ": ".
002520     05  DET-MONTANT-DEVISE      PIC ZZZ,ZZZ,ZZ9.99-.
002530     05  DET-MONTANT-DEVISE-X REDEFINES DET-MONTANT-DEVISE
002540                                 PIC X(15).
002550     05  FILLER                  PIC X(11) VALUE "  EN TND  :".
002560     05  DET-MONTANT-TND         PIC Z,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                  PIC X(08) VALUE SPACES.
002580
002590 01  WS-LIGNE-TOTAL.
002600     05  TOT-LIBELLE             PIC X(37).
002610     05  TOT-MONTANT-TND         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002620     05  FILLER                  PIC X(24) VALUE SPACES.
002630
002640 01  WS-LIGNE-VIDE               PIC X(80) VALUE SPACES.
002650 01  WS-LIGNE-SAUVEE             PIC X(80).
002660 77  WS-FONCTION-CHAINE          PIC X(01).
002670 77  WS-ETAPE-CHAINE             PIC 9(02) VALUE 5.
002680 77  WS-CODE-ETAPE-CHAINE        PIC 9(02).
002690 77  WS-CODE-CHAINE              PIC X(02).
002700 77  WS-SW-CHAINE-ENREG          PIC X(01) VALUE "N".
002710     88  WS-CHAINE-ENREGISTREE       VALUE "O".
002720
002730 PROCEDURE DIVISION.
002740
002750*----------------------------------------------------------------*
002760*  0000-MAINLINE.                                                *
002770*----------------------------------------------------------------*
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALISER THRU 1000-INITIALISER-EXIT
002800     PERFORM 2000-TRAITER-AUDIT THRU 2000-TRAITER-AUDIT-EXIT
002810         UNTIL WS-FIN-FICHIER
002820     IF RETURN-CODE < 12
002830         PERFORM 5000-REEVALUER-POSITIONS
002840             THRU 5000-REEVALUER-POSITIONS-EXIT
002850         PERFORM 5500-EDITER-PIED THRU 5500-EDITER-PIED-EXIT
002860         PERFORM 6500-EDITER-TOTAL THRU 6500-EDITER-TOTAL-EXIT
002870     END-IF
002880     IF RETURN-CODE < 12
002890         PERFORM 7000-METTRE-A-JOUR-LIVRE
002900             THRU 7000-METTRE-A-JOUR-LIVRE-EXIT
002910     END-IF
002920     PERFORM 8000-EDITER-TOTAUX THRU 8000-EDITER-TOTAUX-EXIT
002930     PERFORM 9999-EXIT
002940     STOP RUN.
002950
002960*----------------------------------------------------------------*
002970*  1000-INITIALISER - OUVERTURE DES FICHIERS, CONTROLE DU        *
002980*  FICHIER D'ECRITURES, CHARGEMENT DES COURS BCT ET DU LIVRE DE  *
002990*  POSITION, PREMIERE LECTURE DU JOURNAL.                        *
003000*----------------------------------------------------------------*
003010 1000-INITIALISER.
003020     MOVE ZEROES TO WS-NB-LUES
003030     MOVE ZEROES TO WS-NB-RETENUES
003040     MOVE ZEROES TO WS-NB-CROISEES
003050     MOVE ZEROES TO WS-NB-ANNULATIONS
003060     MOVE ZEROES TO WS-NB-ECRITURES
003070     MOVE ZEROES TO WS-NB-COURS
003080     MOVE ZEROES TO WS-NB-SANS-COURS
003090     MOVE ZEROES TO WS-NB-DEVISES
003100     MOVE ZEROES TO WS-TOTAL-REALISE
003110     MOVE ZEROES TO WS-TOTAL-LATENT
003120     MOVE ZEROES TO WS-TOTAL-VARIATION
003130     MOVE ZEROES TO WS-TOTAL-MOIS
003140     MOVE ZEROES TO WS-TOTAL-DEBITS
003150     MOVE ZEROES TO WS-TOTAL-CREDITS
003160     MOVE ZEROES TO WS-NO-PAGE
003170     MOVE 99 TO WS-NB-LIGNES
003180     SET WS-PAS-FIN-FICHIER TO TRUE
003190     MOVE "L" TO WS-FONCTION-DATE
003200     CALL "DATE-TRAITEMENT" USING WS-FONCTION-DATE
003210                                   WS-DATE-SYSTEME
003220                                   WS-CODE-DATE
003230     IF WS-CODE-DATE NOT = "00"
003240         DISPLAY "DATE DE TRAITEMENT INDISPONIBLE - "
003250                 "DATE SYSTEME RETENUE"
003260     END-IF
003270     PERFORM 1050-DEBUT-CHAINE THRU 1050-DEBUT-CHAINE-EXIT
003280     IF NOT WS-CHAINE-ENREGISTREE
003290         MOVE 12 TO RETURN-CODE
003300         SET WS-FIN-FICHIER TO TRUE
003310         GO TO 1000-INITIALISER-EXIT
003320     END-IF
003330     OPEN INPUT AUDIT-FILE
003340     OPEN INPUT BCT-FILE
003350     OPEN OUTPUT RVL-FILE
003360     IF NOT WS-AUDIT-OK
003370         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL AUDIT"
003380         MOVE 12 TO RETURN-CODE
003390     END-IF
003400     IF NOT WS-BCT-OK
003410         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER DES TAUX BCT"
003420         MOVE 12 TO RETURN-CODE
003430     END-IF
003440     IF NOT WS-RVL-OK
003450         DISPLAY "IMPOSSIBLE D'OUVRIR L'ETAT DE REEVALUATION"
003460         MOVE 12 TO RETURN-CODE
003470     END-IF
003480     OPEN I-O POSDEV-FILE
003490     IF WS-POSDEV-NOUVEAU
003500         OPEN OUTPUT POSDEV-FILE
003510         CLOSE POSDEV-FILE
003520         OPEN I-O POSDEV-FILE
003530     END-IF
003540     IF NOT WS-POSDEV-OK
003550         DISPLAY "IMPOSSIBLE D'OUVRIR LE LIVRE DE POSITION - "
003560                 "CODE " WS-POSDEV-STATUS
003570         MOVE 12 TO RETURN-CODE
003580     END-IF
003590     IF RETURN-CODE = ZEROES
003600         PERFORM 1200-CONTROLER-ECRITURES
003610             THRU 1200-CONTROLER-ECRITURES-EXIT
003620     END-IF
003630     IF RETURN-CODE = ZEROES
003640         PERFORM 1300-CHARGER-COURS THRU 1300-CHARGER-COURS-EXIT
003650     END-IF
003660     IF RETURN-CODE = ZEROES
003670         PERFORM 1400-CHARGER-LIVRE THRU 1400-CHARGER-LIVRE-EXIT
003680     END-IF
003690     IF RETURN-CODE NOT = ZEROES
003700         SET WS-FIN-FICHIER TO TRUE
003710         GO TO 1000-INITIALISER-EXIT
003720     END-IF
003730     PERFORM 1100-LIRE-AUDIT THRU 1100-LIRE-AUDIT-EXIT.
003740 1000-INITIALISER-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------------*
003780*  1050-DEBUT-CHAINE - DECLARE LE DEMARRAGE DE L'ETAPE A LA      *
003790*  ROUTINE COMMUNE CONTROLE-CHAINE : LANCEMENT REFUSE TANT QUE   *
003800*  RECONCILIATION-TAUX N'EST PAS TERMINEE POUR LA DATE (LES      *
003810*  COURS BCT DU SOIR NE SONT PAS ENCORE CONTROLES) OU SI LA      *
003820*  REEVALUATION A DEJA ETE FAITE.                                *
003830*----------------------------------------------------------------*
003840 1050-DEBUT-CHAINE.
003850     MOVE "D" TO WS-FONCTION-CHAINE
003860     MOVE ZEROES TO WS-CODE-ETAPE-CHAINE
003870     CALL "CONTROLE-CHAINE" USING WS-FONCTION-CHAINE
003880                                   WS-ETAPE-CHAINE
003890                                   WS-DATE-SYSTEME
003900                                   WS-CODE-ETAPE-CHAINE
003910                                   WS-CODE-CHAINE
003920     EVALUATE WS-CODE-CHAINE
003930         WHEN "00"
003940             SET WS-CHAINE-ENREGISTREE TO TRUE
003950         WHEN "04"
003960             DISPLAY "ETAPE PRECEDENTE DE LA CHAINE NON "
003970                     "TERMINEE POUR CETTE DATE - LANCEMENT "
003980                     "REFUSE"
003990         WHEN "08"
004000             DISPLAY "ETAPE DEJA TERMINEE POUR CETTE DATE - "
004010                     "LANCEMENT REFUSE"
004020         WHEN OTHER
004030             DISPLAY "FICHIER DE CHAINE INDISPONIBLE - "
004040                     "LANCEMENT REFUSE"
004050     END-EVALUATE.
004060 1050-DEBUT-CHAINE-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100*  1100-LIRE-AUDIT - LECTURE SEQUENTIELLE DU JOURNAL D'AUDIT.    *
004110*----------------------------------------------------------------*
004120 1100-LIRE-AUDIT.
004130     READ AUDIT-FILE
004140         AT END
004150             SET WS-FIN-FICHIER TO TRUE
004160     END-READ
004170     ADD 1 TO WS-NB-LUES.
004180 1100-LIRE-AUDIT-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------------*
004220*  1200-CONTROLER-ECRITURES - LE FICHIER ECRCOMPT DOIT SE        *
004230*  TERMINER PAR LE PIED DU JOUR D'INTERFACE-COMPTABLE, ET PAR    *
004240*  LUI SEUL : SINON L'INTERFACE N'A PAS ETE PASSEE (ELLE         *
004250*  RECREERAIT LE FICHIER SANS LES ECRITURES DE REEVALUATION) OU  *
004260*  LA REEVALUATION Y FIGURE DEJA. LE FICHIER EST ENSUITE OUVERT  *
004270*  EN AJOUT.                                                     *
004280*----------------------------------------------------------------*
004290 1200-CONTROLER-ECRITURES.
004300     MOVE ZEROES TO WS-NB-PIEDS-JOUR
004310     MOVE SPACES TO WS-DERNIER-TYPE-ECR
004320     MOVE ZEROES TO WS-DERNIERE-DATE-ECR
004330     OPEN INPUT ECR-FILE
004340     IF WS-ECR-OK
004350         SET WS-PAS-FIN-LECTURE TO TRUE
004360         PERFORM 1210-LIRE-ECRITURE THRU 1210-LIRE-ECRITURE-EXIT
004370             UNTIL WS-FIN-LECTURE
004380         CLOSE ECR-FILE
004390     END-IF
004400     IF WS-NB-PIEDS-JOUR = ZEROES
004410         DISPLAY "ECRITURES D'INTERFACE-COMPTABLE DU JOUR "
004420                 "ABSENTES DE ECRCOMPT - LANCEMENT REFUSE"
004430         MOVE 12 TO RETURN-CODE
004440         GO TO 1200-CONTROLER-ECRITURES-EXIT
004450     END-IF
004460     IF WS-NB-PIEDS-JOUR > 1
004470        OR WS-DERNIER-TYPE-ECR NOT = "T"
004480        OR WS-DERNIERE-DATE-ECR NOT = WS-DATE-SYSTEME
004490         DISPLAY "ECRCOMPT PORTE DEJA DES ECRITURES APRES "
004500                 "INTERFACE-COMPTABLE - LANCEMENT REFUSE"
004510         MOVE 12 TO RETURN-CODE
004520         GO TO 1200-CONTROLER-ECRITURES-EXIT
004530     END-IF
004540     OPEN EXTEND ECR-FILE
004550     IF NOT WS-ECR-OK
004560         DISPLAY "IMPOSSIBLE D'OUVRIR LE FICHIER D'ECRITURES - "
004570                 "CODE " WS-ECR-STATUS
004580         MOVE 12 TO RETURN-CODE
004590     END-IF.
004600 1200-CONTROLER-ECRITURES-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640*  1210-LIRE-ECRITURE - LECTURE D'UNE LIGNE DE ECRCOMPT : TYPE   *
004650*  ET DATE DE LA DERNIERE LIGNE, NOMBRE DE PIEDS DU JOUR.        *
004660*----------------------------------------------------------------*
004670 1210-LIRE-ECRITURE.
004680     READ ECR-FILE
004690         AT END
004700             SET WS-FIN-LECTURE TO TRUE
004710             GO TO 1210-LIRE-ECRITURE-EXIT
004720     END-READ
004730     MOVE ECR-TYPE TO WS-DERNIER-TYPE-ECR
004740     MOVE ECR-DATE TO WS-DERNIERE-DATE-ECR
004750     IF ECR-PIED
004760        AND ECR-DATE = WS-DATE-SYSTEME
004770         ADD 1 TO WS-NB-PIEDS-JOUR
004780     END-IF.
004790 1210-LIRE-ECRITURE-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------------*
004830*  1300-CHARGER-COURS - CHARGEMENT EN TABLE DES COURS DU SOIR    *
004840*  PUBLIES PAR LA BCT.                                           *
004850*----------------------------------------------------------------*
004860 1300-CHARGER-COURS.
004870     SET WS-PAS-FIN-LECTURE TO TRUE
004880     PERFORM 1310-LIRE-COURS THRU 1310-LIRE-COURS-EXIT
004890         UNTIL WS-FIN-LECTURE.
004900 1300-CHARGER-COURS-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940*  1310-LIRE-COURS - LECTURE D'UN COURS BCT ET MISE EN TABLE.    *
004950*----------------------------------------------------------------*
004960 1310-LIRE-COURS.
004970     READ BCT-FILE
004980         AT END
004990             SET WS-FIN-LECTURE TO TRUE
005000             GO TO 1310-LIRE-COURS-EXIT
005010     END-READ
005020     IF WS-NB-COURS < 50
005030         ADD 1 TO WS-NB-COURS
005040         MOVE BCT-CODE TO CRS-DEVISE (WS-NB-COURS)
005050         MOVE BCT-TAUX TO CRS-TAUX (WS-NB-COURS)
005060     ELSE
005070         DISPLAY "TABLE DES COURS BCT PLEINE - COURS IGNORE "
005080                 BCT-CODE
005090     END-IF.
005100 1310-LIRE-COURS-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------*
005140*  1400-CHARGER-LIVRE - CHARGEMENT EN TABLE DU LIVRE DE POSITION *
005150*  DE LA VEILLE. UN LIVRE DEJA REEVALUE POUR LA DATE (OU POUR    *
005160*  UNE DATE POSTERIEURE) OU TROP GRAND POUR LA TABLE FAIT        *
005170*  REFUSER LE TRAITEMENT.                                        *
005180*----------------------------------------------------------------*
005190 1400-CHARGER-LIVRE.
005200     SET WS-PAS-FIN-LECTURE TO TRUE
005210     MOVE LOW-VALUES TO PDV-DEVISE
005220     START POSDEV-FILE KEY IS NOT LESS THAN PDV-DEVISE
005230         INVALID KEY
005240             SET WS-FIN-LECTURE TO TRUE
005250     END-START
005260     PERFORM 1410-LIRE-LIVRE THRU 1410-LIRE-LIVRE-EXIT
005270         UNTIL WS-FIN-LECTURE.
005280 1400-CHARGER-LIVRE-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------*
005320*  1410-LIRE-LIVRE - LECTURE D'UNE DEVISE DU LIVRE ET MISE EN    *
005330*  TABLE. LA POSITION ET LE COUT LUS SONT AUSSI CONSERVES COMME  *
005340*  POSITION D'OUVERTURE POUR L'ETAT.                             *
005350*----------------------------------------------------------------*
005360 1410-LIRE-LIVRE.
005370     READ POSDEV-FILE NEXT RECORD
005380         AT END
005390             SET WS-FIN-LECTURE TO TRUE
005400             GO TO 1410-LIRE-LIVRE-EXIT
005410     END-READ
005420     IF PDV-DATE NOT < WS-DATE-SYSTEME
005430         DISPLAY "LIVRE DE POSITION DEJA REEVALUE POUR LA "
005440                 "DATE (" PDV-DEVISE " DU " PDV-DATE
005450                 ") - LANCEMENT REFUSE"
005460         MOVE 12 TO RETURN-CODE
005470         SET WS-FIN-LECTURE TO TRUE
005480         GO TO 1410-LIRE-LIVRE-EXIT
005490     END-IF
005500     IF WS-NB-DEVISES NOT < 50
005510         DISPLAY "TABLE DES DEVISES PLEINE - LIVRE DE POSITION "
005520                 "NON CHARGE EN TOTALITE"
005530         MOVE 12 TO RETURN-CODE
005540         SET WS-FIN-LECTURE TO TRUE
005550         GO TO 1410-LIRE-LIVRE-EXIT
005560     END-IF
005570     ADD 1 TO WS-NB-DEVISES
005580     MOVE WS-NB-DEVISES TO WS-IDX
005590     PERFORM 3600-INITIALISER-POSTE
005600         THRU 3600-INITIALISER-POSTE-EXIT
005610     MOVE PDV-DEVISE TO RVL-DEVISE (WS-IDX)
005620     SET RVL-DANS-LIVRE (WS-IDX) TO TRUE
005630     MOVE PDV-POSITION TO RVL-POSITION-OUV (WS-IDX)
005640     MOVE PDV-COUT-TND TO RVL-COUT-OUV (WS-IDX)
005650     MOVE PDV-POSITION TO RVL-POSITION (WS-IDX)
005660     MOVE PDV-COUT-TND TO RVL-COUT-TND (WS-IDX)
005670     MOVE PDV-TAUX-REEVAL TO RVL-TAUX (WS-IDX)
005680     MOVE PDV-LATENT-TND TO RVL-LATENT (WS-IDX)
005690     MOVE PDV-MOIS TO RVL-MOIS (WS-IDX)
005700     MOVE PDV-REALISE-MOIS TO RVL-REALISE-MOIS (WS-IDX)
005710     MOVE PDV-LATENT-MOIS TO RVL-LATENT-MOIS (WS-IDX).
005720 1410-LIRE-LIVRE-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------------*
005760*  2000-TRAITER-AUDIT - APPLIQUE AU LIVRE LA LIGNE D'AUDIT       *
005770*  COURANTE SI ELLE CONCERNE LA JOURNEE ET QUE LA CONVERSION A   *
005780*  ABOUTI.                                                       *
005790*----------------------------------------------------------------*
005800 2000-TRAITER-AUDIT.
005810     IF AUD-DATE = WS-DATE-SYSTEME
005820        AND AUD-CODE-RETOUR = "00"
005830         IF AUD-ANNULATION
005840             ADD 1 TO WS-NB-ANNULATIONS
005850         END-IF
005860         EVALUATE TRUE
005870             WHEN AUD-DEVISE-VERS-TND
005880                 ADD 1 TO WS-NB-RETENUES
005890                 PERFORM 3000-MOUVEMENT-ACHAT
005900                     THRU 3000-MOUVEMENT-ACHAT-EXIT
005910             WHEN AUD-TND-VERS-DEVISE
005920                 ADD 1 TO WS-NB-RETENUES
005930                 PERFORM 4000-MOUVEMENT-VENTE
005940                     THRU 4000-MOUVEMENT-VENTE-EXIT
005950             WHEN AUD-CONVERSION-CROISEE
005960                 ADD 1 TO WS-NB-CROISEES
005970         END-EVALUATE
005980     END-IF
005990     PERFORM 1100-LIRE-AUDIT THRU 1100-LIRE-AUDIT-EXIT.
006000 2000-TRAITER-AUDIT-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------*
006040*  3000-MOUVEMENT-ACHAT - SENS "D" : LA BANQUE ACHETE LA DEVISE  *
006050*  SOURCE. ENTREE EN POSITION DU MONTANT EN DEVISE POUR LE       *
006060*  MONTANT BRUT TND ; UNE ANNULATION EN EST LA SORTIE.           *
006070*----------------------------------------------------------------*
006080 3000-MOUVEMENT-ACHAT.
006090     MOVE AUD-DEVISE-SOURCE TO WS-DEVISE-COURANTE
006100     PERFORM 3500-CHERCHER-DEVISE THRU 3500-CHERCHER-DEVISE-EXIT
006110     IF WS-IDX-TROUVE = ZEROES
006120         GO TO 3000-MOUVEMENT-ACHAT-EXIT
006130     END-IF
006140     IF AUD-ANNULATION
006150         COMPUTE WS-MVT-QTE = 0 - AUD-MONTANT
006160         COMPUTE WS-MVT-TND = 0 - AUD-MONTANT-BRUT
006170     ELSE
006180         MOVE AUD-MONTANT TO WS-MVT-QTE
006190         MOVE AUD-MONTANT-BRUT TO WS-MVT-TND
006200     END-IF
006210     ADD WS-MVT-QTE TO RVL-ACHATS (WS-IDX-TROUVE)
006220     ADD WS-MVT-TND TO RVL-ACHATS-TND (WS-IDX-TROUVE)
006230     PERFORM 4500-APPLIQUER-MOUVEMENT
006240         THRU 4500-APPLIQUER-MOUVEMENT-EXIT.
006250 3000-MOUVEMENT-ACHAT-EXIT.
006260     EXIT.
006270
006280*----------------------------------------------------------------*
006290*  3500-CHERCHER-DEVISE - RECHERCHE LA DEVISE COURANTE DANS LA   *
006300*  TABLE DU LIVRE ; ELLE Y EST AJOUTEE (POSITION NULLE) SI ELLE  *
006310*  N'Y EST PAS ENCORE. TABLE PLEINE = LIVRE INCOMPLET : LE CODE  *
006320*  RETOUR EST POSE POUR QUE NI LE LIVRE NI LES ECRITURES NE      *
006330*  SOIENT PRODUITS.                                              *
006340*----------------------------------------------------------------*
006350 3500-CHERCHER-DEVISE.
006360     MOVE ZEROES TO WS-IDX-TROUVE
006370     MOVE 1 TO WS-IDX
006380     PERFORM 3510-COMPARER-DEVISE
006390         THRU 3510-COMPARER-DEVISE-EXIT
006400         UNTIL WS-IDX > WS-NB-DEVISES
006410            OR WS-IDX-TROUVE > ZEROES
006420     IF WS-IDX-TROUVE = ZEROES
006430         IF WS-NB-DEVISES < 50
006440             ADD 1 TO WS-NB-DEVISES
006450             MOVE WS-NB-DEVISES TO WS-IDX
006460             PERFORM 3600-INITIALISER-POSTE
006470                 THRU 3600-INITIALISER-POSTE-EXIT
006480             MOVE WS-DEVISE-COURANTE TO RVL-DEVISE (WS-IDX)
006490             MOVE WS-IDX TO WS-IDX-TROUVE
006500         ELSE
006510             DISPLAY "TABLE DES DEVISES PLEINE - LIVRE "
006520                     "INCOMPLET POUR " WS-DEVISE-COURANTE
006530             MOVE 12 TO RETURN-CODE
006540         END-IF
006550     END-IF.
006560 3500-CHERCHER-DEVISE-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------*
006600*  3510-COMPARER-DEVISE - UN PAS DE LA RECHERCHE EN TABLE.       *
006610*----------------------------------------------------------------*
006620 3510-COMPARER-DEVISE.
006630     IF RVL-DEVISE (WS-IDX) = WS-DEVISE-COURANTE
006640         MOVE WS-IDX TO WS-IDX-TROUVE
006650     ELSE
006660         ADD 1 TO WS-IDX
006670     END-IF.
006680 3510-COMPARER-DEVISE-EXIT.
006690     EXIT.
006700
006710*----------------------------------------------------------------*
006720*  3600-INITIALISER-POSTE - POSTE DE TABLE VIDE (DEVISE HORS     *
006730*  LIVRE, POSITION NULLE) A L'INDICE WS-IDX.                     *
006740*----------------------------------------------------------------*
006750 3600-INITIALISER-POSTE.
006760     MOVE SPACES TO RVL-DEVISE (WS-IDX)
006770     SET RVL-HORS-LIVRE (WS-IDX) TO TRUE
006780     SET RVL-SANS-COURS (WS-IDX) TO TRUE
006790     MOVE ZEROES TO RVL-POSITION-OUV (WS-IDX)
006800     MOVE ZEROES TO RVL-COUT-OUV (WS-IDX)
006810     MOVE ZEROES TO RVL-ACHATS (WS-IDX)
006820     MOVE ZEROES TO RVL-ACHATS-TND (WS-IDX)
006830     MOVE ZEROES TO RVL-VENTES (WS-IDX)
006840     MOVE ZEROES TO RVL-VENTES-TND (WS-IDX)
006850     MOVE ZEROES TO RVL-POSITION (WS-IDX)
006860     MOVE ZEROES TO RVL-COUT-TND (WS-IDX)
006870     MOVE ZEROES TO RVL-COUT-MOYEN (WS-IDX)
006880     MOVE ZEROES TO RVL-TAUX (WS-IDX)
006890     MOVE ZEROES TO RVL-LATENT (WS-IDX)
006900     MOVE ZEROES TO RVL-VARIATION (WS-IDX)
006910     MOVE ZEROES TO RVL-REALISE-JOUR (WS-IDX)
006920     MOVE ZEROES TO RVL-MOIS (WS-IDX)
006930     MOVE ZEROES TO RVL-REALISE-MOIS (WS-IDX)
006940     MOVE ZEROES TO RVL-LATENT-MOIS (WS-IDX).
006950 3600-INITIALISER-POSTE-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------*
006990*  4000-MOUVEMENT-VENTE - SENS "T" : LA BANQUE VEND LA DEVISE    *
007000*  CIBLE. SORTIE DE POSITION DU MONTANT SERVI POUR LE MONTANT    *
007010*  TND RECU DIMINUE DE LA CONTRE-VALEUR DES FRAIS (AU PRORATA,   *
007020*  COMME DANS INTERFACE-COMPTABLE) ; UNE ANNULATION EN EST LA    *
007030*  RENTREE.                                                      *
007040*----------------------------------------------------------------*
007050 4000-MOUVEMENT-VENTE.
007060     MOVE AUD-DEVISE-CIBLE TO WS-DEVISE-COURANTE
007070     PERFORM 3500-CHERCHER-DEVISE THRU 3500-CHERCHER-DEVISE-EXIT
007080     IF WS-IDX-TROUVE = ZEROES
007090         GO TO 4000-MOUVEMENT-VENTE-EXIT
007100     END-IF
007110     IF AUD-MONTANT-BRUT > ZEROES
007120         COMPUTE WS-FRAIS-TND ROUNDED =
007130                 AUD-MONTANT * AUD-FRAIS / AUD-MONTANT-BRUT
007140     ELSE
007150         MOVE ZEROES TO WS-FRAIS-TND
007160     END-IF
007170     IF AUD-ANNULATION
007180         MOVE AUD-MONTANT-CONVERTI TO WS-MVT-QTE
007190         COMPUTE WS-MVT-TND = AUD-MONTANT - WS-FRAIS-TND
007200     ELSE
007210         COMPUTE WS-MVT-QTE = 0 - AUD-MONTANT-CONVERTI
007220         COMPUTE WS-MVT-TND = WS-FRAIS-TND - AUD-MONTANT
007230     END-IF
007240     SUBTRACT WS-MVT-QTE FROM RVL-VENTES (WS-IDX-TROUVE)
007250     SUBTRACT WS-MVT-TND FROM RVL-VENTES-TND (WS-IDX-TROUVE)
007260     PERFORM 4500-APPLIQUER-MOUVEMENT
007270         THRU 4500-APPLIQUER-MOUVEMENT-EXIT.
007280 4000-MOUVEMENT-VENTE-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------------*
007320*  4500-APPLIQUER-MOUVEMENT - APPLIQUE AU POSTE WS-IDX-TROUVE LE *
007330*  MOUVEMENT SIGNE PREPARE (QUANTITE EN DEVISE, MONTANT TND).    *
007340*  POSITION NULLE OU MOUVEMENT DE MEME SENS : LE COUT S'AJOUTE.  *
007350*  MOUVEMENT DE SENS CONTRAIRE : LA QUOTE-PART DU COUT SORT AU   *
007360*  COUT MOYEN (LE COUT ENTIER SI LA POSITION EST SOLDEE) ET LE   *
007370*  RESULTAT REALISE EST LE MONTANT TND DU MOUVEMENT MOINS CE     *
007380*  COUT. UN MOUVEMENT QUI RETOURNE LA POSITION EST PARTAGE : LA  *
007390*  PART QUI SOLDE LA POSITION REALISE LE RESULTAT, LE RESTE      *
007400*  OUVRE LA NOUVELLE POSITION A SON PROPRE COURS.                *
007410*----------------------------------------------------------------*
007420 4500-APPLIQUER-MOUVEMENT.
007430     IF WS-MVT-QTE = ZEROES
007440         GO TO 4500-APPLIQUER-MOUVEMENT-EXIT
007450     END-IF
007460     IF RVL-POSITION (WS-IDX-TROUVE) = ZEROES
007470        OR (RVL-POSITION (WS-IDX-TROUVE) > ZEROES
007480            AND WS-MVT-QTE > ZEROES)
007490        OR (RVL-POSITION (WS-IDX-TROUVE) < ZEROES
007500            AND WS-MVT-QTE < ZEROES)
007510         ADD WS-MVT-QTE TO RVL-POSITION (WS-IDX-TROUVE)
007520         ADD WS-MVT-TND TO RVL-COUT-TND (WS-IDX-TROUVE)
007530         GO TO 4500-APPLIQUER-MOUVEMENT-EXIT
007540     END-IF
007550     MOVE WS-MVT-QTE TO WS-MVT-QTE-ABSOLUE
007560     MOVE RVL-POSITION (WS-IDX-TROUVE) TO WS-POSITION-ABSOLUE
007570     IF WS-MVT-QTE-ABSOLUE NOT > WS-POSITION-ABSOLUE
007580         IF WS-MVT-QTE-ABSOLUE = WS-POSITION-ABSOLUE
007590             MOVE RVL-COUT-TND (WS-IDX-TROUVE) TO WS-COUT-SORTI
007600         ELSE
007610             COMPUTE WS-COUT-SORTI ROUNDED =
007620                     RVL-COUT-TND (WS-IDX-TROUVE)
007630                     * WS-MVT-QTE-ABSOLUE / WS-POSITION-ABSOLUE
007640         END-IF
007650         COMPUTE WS-REALISE = 0 - WS-MVT-TND - WS-COUT-SORTI
007660         SUBTRACT WS-COUT-SORTI FROM RVL-COUT-TND (WS-IDX-TROUVE)
007670         ADD WS-MVT-QTE TO RVL-POSITION (WS-IDX-TROUVE)
007680     ELSE
007690         COMPUTE WS-TND-DENOUEMENT ROUNDED =
007700                 WS-MVT-TND * WS-POSITION-ABSOLUE
007710                 / WS-MVT-QTE-ABSOLUE
007720         COMPUTE WS-REALISE = 0 - WS-TND-DENOUEMENT
007730                 - RVL-COUT-TND (WS-IDX-TROUVE)
007740         ADD WS-MVT-QTE TO RVL-POSITION (WS-IDX-TROUVE)
007750         COMPUTE RVL-COUT-TND (WS-IDX-TROUVE) =
007760                 WS-MVT-TND - WS-TND-DENOUEMENT
007770     END-IF
007780     ADD WS-REALISE TO RVL-REALISE-JOUR (WS-IDX-TROUVE).
007790 4500-APPLIQUER-MOUVEMENT-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830*  5000-REEVALUER-POSITIONS - REEVALUATION, ECRITURES ET BLOC    *
007840*  D'EDITION DE CHAQUE DEVISE DU LIVRE.                          *
007850*----------------------------------------------------------------*
007860 5000-REEVALUER-POSITIONS.
007870     MOVE 1 TO WS-IDX-EDIT
007880     PERFORM 5100-REEVALUER-DEVISE
007890         THRU 5100-REEVALUER-DEVISE-EXIT
007900         UNTIL WS-IDX-EDIT > WS-NB-DEVISES.
007910 5000-REEVALUER-POSITIONS-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950*  5100-REEVALUER-DEVISE - COURS DU SOIR DE LA DEVISE, RESULTAT  *
007960*  LATENT DE LA POSITION DE CLOTURE ET SA VARIATION DEPUIS LA    *
007970*  VEILLE, CUMULS DU MOIS (REMIS A ZERO AU CHANGEMENT DE MOIS),  *
007980*  PUIS ECRITURES ET EDITION.                                    *
007990*----------------------------------------------------------------*
008000 5100-REEVALUER-DEVISE.
008010     PERFORM 5150-CHERCHER-COURS THRU 5150-CHERCHER-COURS-EXIT
008020     IF RVL-SANS-COURS (WS-IDX-EDIT)
008030         MOVE RVL-LATENT (WS-IDX-EDIT) TO WS-LATENT-NOUVEAU
008040         MOVE ZEROES TO WS-VALEUR-MARCHE
008050     ELSE
008060         COMPUTE WS-VALEUR-MARCHE ROUNDED =
008065                 RVL-POSITION (WS-IDX-EDIT)
008070                 * RVL-TAUX (WS-IDX-EDIT)
008080         COMPUTE WS-LATENT-NOUVEAU = WS-VALEUR-MARCHE
008090                 - RVL-COUT-TND (WS-IDX-EDIT)
008100     END-IF
008110     COMPUTE RVL-VARIATION (WS-IDX-EDIT) =
008120             WS-LATENT-NOUVEAU - RVL-LATENT (WS-IDX-EDIT)
008130     MOVE WS-LATENT-NOUVEAU TO RVL-LATENT (WS-IDX-EDIT)
008140     IF RVL-POSITION (WS-IDX-EDIT) = ZEROES
008150         MOVE ZEROES TO RVL-COUT-MOYEN (WS-IDX-EDIT)
008160     ELSE
008170         COMPUTE RVL-COUT-MOYEN (WS-IDX-EDIT) ROUNDED =
008180                 RVL-COUT-TND (WS-IDX-EDIT)
008190                 / RVL-POSITION (WS-IDX-EDIT)
008200     END-IF
008210     IF RVL-MOIS (WS-IDX-EDIT) NOT = WS-DATE-SYSTEME (1:6)
008220         MOVE WS-DATE-SYSTEME (1:6) TO RVL-MOIS (WS-IDX-EDIT)
008230         MOVE ZEROES TO RVL-REALISE-MOIS (WS-IDX-EDIT)
008240         MOVE ZEROES TO RVL-LATENT-MOIS (WS-IDX-EDIT)
008250     END-IF
008260     ADD RVL-REALISE-JOUR (WS-IDX-EDIT)
008270         TO RVL-REALISE-MOIS (WS-IDX-EDIT)
008280     ADD RVL-VARIATION (WS-IDX-EDIT)
008290         TO RVL-LATENT-MOIS (WS-IDX-EDIT)
008300     COMPUTE WS-RESULTAT-MOIS = RVL-REALISE-MOIS (WS-IDX-EDIT)
008310             + RVL-LATENT-MOIS (WS-IDX-EDIT)
008320     ADD RVL-REALISE-JOUR (WS-IDX-EDIT) TO WS-TOTAL-REALISE
008330     ADD RVL-LATENT (WS-IDX-EDIT) TO WS-TOTAL-LATENT
008340     ADD RVL-VARIATION (WS-IDX-EDIT) TO WS-TOTAL-VARIATION
008350     ADD WS-RESULTAT-MOIS TO WS-TOTAL-MOIS
008360     PERFORM 5600-COMPTABILISER-DEVISE
008370         THRU 5600-COMPTABILISER-DEVISE-EXIT
008380     PERFORM 6100-EDITER-DEVISE THRU 6100-EDITER-DEVISE-EXIT
008390     ADD 1 TO WS-IDX-EDIT.
008400 5100-REEVALUER-DEVISE-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------*
008440*  5150-CHERCHER-COURS - COURS BCT DU SOIR DE LA DEVISE. A       *
008450*  DEFAUT, LE COURS DE LA DERNIERE REEVALUATION EST RECONDUIT ;  *
008460*  SANS COURS DU TOUT, LA POSITION N'EST PAS REEVALUEE. UNE      *
008470*  DEVISE SANS POSITION NI LATENT N'EST PAS SIGNALEE.            *
008480*----------------------------------------------------------------*
008490 5150-CHERCHER-COURS.
008500     MOVE ZEROES TO WS-IDX-COURS-TROUVE
008510     MOVE 1 TO WS-IDX-COURS
008520     PERFORM 5160-COMPARER-COURS THRU 5160-COMPARER-COURS-EXIT
008530         UNTIL WS-IDX-COURS > WS-NB-COURS
008540            OR WS-IDX-COURS-TROUVE > ZEROES
008550     IF WS-IDX-COURS-TROUVE > ZEROES
008560         MOVE CRS-TAUX (WS-IDX-COURS-TROUVE)
008570             TO RVL-TAUX (WS-IDX-EDIT)
008580         SET RVL-COURS-BCT (WS-IDX-EDIT) TO TRUE
008590         GO TO 5150-CHERCHER-COURS-EXIT
008600     END-IF
008610     IF RVL-TAUX (WS-IDX-EDIT) > ZEROES
008620         SET RVL-COURS-PRECEDENT (WS-IDX-EDIT) TO TRUE
008630     ELSE
008640         SET RVL-SANS-COURS (WS-IDX-EDIT) TO TRUE
008650     END-IF
008660     IF RVL-POSITION (WS-IDX-EDIT) = ZEROES
008670        AND RVL-LATENT (WS-IDX-EDIT) = ZEROES
008680         GO TO 5150-CHERCHER-COURS-EXIT
008690     END-IF
008700     DISPLAY "COURS BCT ABSENT POUR " RVL-DEVISE (WS-IDX-EDIT)
008710             " - POSITION REEVALUEE AU COURS PRECEDENT OU "
008720             "NON REEVALUEE"
008730     ADD 1 TO WS-NB-SANS-COURS
008740     IF RETURN-CODE = ZEROES
008750         MOVE 4 TO RETURN-CODE
008760     END-IF.
008770 5150-CHERCHER-COURS-EXIT.
008780     EXIT.
008790
008800*----------------------------------------------------------------*
008810*  5160-COMPARER-COURS - UN PAS DE LA RECHERCHE EN TABLE.        *
008820*----------------------------------------------------------------*
008830 5160-COMPARER-COURS.
008840     IF CRS-DEVISE (WS-IDX-COURS) = RVL-DEVISE (WS-IDX-EDIT)
008850         MOVE WS-IDX-COURS TO WS-IDX-COURS-TROUVE
008860     ELSE
008870         ADD 1 TO WS-IDX-COURS
008880     END-IF.
008890 5160-COMPARER-COURS-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------*
008930*  5200-ECRIRE-ECRITURE - ECRIT L'ECRITURE PREPAREE.             *
008940*----------------------------------------------------------------*
008950 5200-ECRIRE-ECRITURE.
008960     WRITE ECR-RECORD
008970     IF WS-ECR-OK
008980         ADD 1 TO WS-NB-ECRITURES
008990     ELSE
009000         DISPLAY "ERREUR ECRITURE FICHIER COMPTABLE - CODE "
009010                 WS-ECR-STATUS
009020         MOVE 12 TO RETURN-CODE
009030     END-IF.
009040 5200-ECRIRE-ECRITURE-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------------*
009080*  5300-PREPARER-ECRITURE - INITIALISE UNE ECRITURE DE DETAIL.   *
009090*----------------------------------------------------------------*
009100 5300-PREPARER-ECRITURE.
009110     MOVE SPACES TO ECR-RECORD
009120     MOVE "E" TO ECR-TYPE
009130     MOVE WS-DATE-SYSTEME TO ECR-DATE.
009140 5300-PREPARER-ECRITURE-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------*
009180*  5400-PASSER-ECRITURE - PASSE UNE ECRITURE DE DETAIL AU SENS,  *
009190*  AU COMPTE, DANS LA DEVISE ET POUR LE MONTANT SIGNE PREPARES.  *
009200*  UN MONTANT NEGATIF EST PASSE EN SENS INVERSE POUR SA VALEUR   *
009210*  ABSOLUE. UN MONTANT NUL N'EST PAS ECRIT.                      *
009220*----------------------------------------------------------------*
009230 5400-PASSER-ECRITURE.
009240     IF WS-MONTANT-ECRITURE = ZEROES
009250         GO TO 5400-PASSER-ECRITURE-EXIT
009260     END-IF
009270     PERFORM 5300-PREPARER-ECRITURE
009280         THRU 5300-PREPARER-ECRITURE-EXIT
009290     MOVE WS-DEVISE-ECRITURE TO ECR-DEVISE
009300     IF WS-MONTANT-ECRITURE < ZEROES
009310         IF WS-SENS-ECRITURE = "D"
009320             MOVE "C" TO WS-SENS-ECRITURE
009330         ELSE
009340             MOVE "D" TO WS-SENS-ECRITURE
009350         END-IF
009360         COMPUTE WS-MONTANT-ECRITURE = 0 - WS-MONTANT-ECRITURE
009370     END-IF
009380     MOVE WS-SENS-ECRITURE TO ECR-SENS
009390     MOVE WS-COMPTE-ECRITURE TO ECR-COMPTE
009400     MOVE WS-MONTANT-ECRITURE TO ECR-MONTANT-TND
009410     MOVE WS-LIBELLE-ECRITURE TO ECR-LIBELLE
009420     IF ECR-DEBIT
009430         ADD WS-MONTANT-ECRITURE TO WS-TOTAL-DEBITS
009440     ELSE
009450         ADD WS-MONTANT-ECRITURE TO WS-TOTAL-CREDITS
009460     END-IF
009470     PERFORM 5200-ECRIRE-ECRITURE
009480         THRU 5200-ECRIRE-ECRITURE-EXIT.
009490 5400-PASSER-ECRITURE-EXIT.
009500     EXIT.
009510
009520*----------------------------------------------------------------*
009530*  5500-EDITER-PIED - PIED DU LOT DE REEVALUATION : TOTAL DES    *
009540*  DEBITS ET DES CREDITS DE CE LOT. UN DESEQUILIBRE (IMPOSSIBLE  *
009550*  PAR CONSTRUCTION, SAUF INCIDENT) EST SIGNALE ET RETIENT LE    *
009560*  FICHIER.                                                      *
009570*----------------------------------------------------------------*
009580 5500-EDITER-PIED.
009590     MOVE SPACES TO ECR-RECORD
009600     MOVE "T" TO ECR-TYPE
009610     MOVE WS-DATE-SYSTEME TO ECR-DATE
009620     MOVE WS-TOTAL-DEBITS TO ECR-TOTAL-DEBITS
009630     MOVE WS-TOTAL-CREDITS TO ECR-TOTAL-CREDITS
009640     PERFORM 5200-ECRIRE-ECRITURE
009650         THRU 5200-ECRIRE-ECRITURE-EXIT
009660     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
009670         DISPLAY "LOT DE REEVALUATION DESEQUILIBRE - DEBITS "
009680                 WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
009690         IF RETURN-CODE < 8
009700             MOVE 8 TO RETURN-CODE
009710         END-IF
009720     END-IF.
009730 5500-EDITER-PIED-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------*
009770*  5600-COMPTABILISER-DEVISE - ECRITURES DE LA DEVISE CONTRE SON *
009780*  COMPTE DE POSITION : RESULTAT REALISE DU JOUR (GAIN OU PERTE  *
009790*  DE CHANGE REALISE) PUIS VARIATION DU RESULTAT LATENT (GAIN OU *
009800*  PERTE DE REEVALUATION). UN GAIN DEBITE LA POSITION ET CREDITE *
009810*  LE COMPTE DE GAINS ; UNE PERTE, NEGATIVE, EST PASSEE EN SENS  *
009820*  INVERSE AU COMPTE DE PERTES. LE COMPTE DE POSITION REFLETE    *
009830*  AINSI LE COUT HISTORIQUE AUGMENTE DU LATENT.                  *
009840*----------------------------------------------------------------*
009850 5600-COMPTABILISER-DEVISE.
009860     MOVE RVL-DEVISE (WS-IDX-EDIT) TO WS-POSITION-DEVISE
009870     IF RVL-REALISE-JOUR (WS-IDX-EDIT) > ZEROES
009880         MOVE WS-COMPTE-GAINS-REALISES TO WS-COMPTE-RESULTAT
009890     ELSE
009900         MOVE WS-COMPTE-PERTES-REALISEES TO WS-COMPTE-RESULTAT
009910     END-IF
009920     MOVE "RESULTAT CHANGE REALISE" TO WS-LIBELLE-ECRITURE
009930     MOVE RVL-REALISE-JOUR (WS-IDX-EDIT) TO WS-MONTANT-ECRITURE
009940     PERFORM 5700-PASSER-PAIRE THRU 5700-PASSER-PAIRE-EXIT
009950     IF RVL-VARIATION (WS-IDX-EDIT) > ZEROES
009960         MOVE WS-COMPTE-GAINS-LATENTS TO WS-COMPTE-RESULTAT
009970     ELSE
009980         MOVE WS-COMPTE-PERTES-LATENTES TO WS-COMPTE-RESULTAT
009990     END-IF
010000     MOVE "REEVALUATION POSITION" TO WS-LIBELLE-ECRITURE
010010     MOVE RVL-VARIATION (WS-IDX-EDIT) TO WS-MONTANT-ECRITURE
010020     PERFORM 5700-PASSER-PAIRE THRU 5700-PASSER-PAIRE-EXIT.
010030 5600-COMPTABILISER-DEVISE-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------*
010070*  5700-PASSER-PAIRE - PAIRE DEBIT POSITION / CREDIT COMPTE DE   *
010080*  RESULTAT POUR LE MONTANT SIGNE ET LE LIBELLE PREPARES.        *
010090*----------------------------------------------------------------*
010100 5700-PASSER-PAIRE.
010110     IF WS-MONTANT-ECRITURE = ZEROES
010120         GO TO 5700-PASSER-PAIRE-EXIT
010130     END-IF
010140     MOVE WS-MONTANT-ECRITURE TO WS-MONTANT-PAIRE
010150     MOVE "D" TO WS-SENS-ECRITURE
010160     MOVE WS-COMPTE-POSITION TO WS-COMPTE-ECRITURE
010170     MOVE RVL-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
010180     PERFORM 5400-PASSER-ECRITURE
010190         THRU 5400-PASSER-ECRITURE-EXIT
010200     MOVE "C" TO WS-SENS-ECRITURE
010210     MOVE WS-COMPTE-RESULTAT TO WS-COMPTE-ECRITURE
010220     MOVE RVL-DEVISE (WS-IDX-EDIT) TO WS-DEVISE-ECRITURE
010230     MOVE WS-MONTANT-PAIRE TO WS-MONTANT-ECRITURE
010240     PERFORM 5400-PASSER-ECRITURE
010250         THRU 5400-PASSER-ECRITURE-EXIT.
010260 5700-PASSER-PAIRE-EXIT.
010270     EXIT.
010280
010290*----------------------------------------------------------------*
010300*  6100-EDITER-DEVISE - BLOC D'EDITION D'UNE DEVISE.             *
010310*----------------------------------------------------------------*
010320 6100-EDITER-DEVISE.
010330     MOVE RVL-DEVISE (WS-IDX-EDIT) TO DET-DEVISE
010340     MOVE RVL-COUT-MOYEN (WS-IDX-EDIT) TO DET-COUT-MOYEN
010350     EVALUATE TRUE
010360         WHEN RVL-COURS-BCT (WS-IDX-EDIT)
010370             MOVE RVL-TAUX (WS-IDX-EDIT) TO DET-TAUX
010380             MOVE SPACES TO DET-MENTION-COURS
010390         WHEN RVL-COURS-PRECEDENT (WS-IDX-EDIT)
010400             MOVE RVL-TAUX (WS-IDX-EDIT) TO DET-TAUX
010410             MOVE "(COURS PRECEDENT)" TO DET-MENTION-COURS
010420         WHEN OTHER
010430             MOVE SPACES TO DET-TAUX-X
010440             MOVE "(NON REEVALUEE)" TO DET-MENTION-COURS
010450     END-EVALUATE
010460     MOVE WS-LIGNE-DEVISE TO RVL-LIGNE
010470     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010480
010490     MOVE "POSITION D'OUVERTURE" TO DET-LIBELLE
010500     MOVE RVL-POSITION-OUV (WS-IDX-EDIT) TO DET-MONTANT-DEVISE
010510     MOVE RVL-COUT-OUV (WS-IDX-EDIT) TO DET-MONTANT-TND
010520     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010530     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010540
010550     MOVE "ACHATS DU JOUR (SENS D)" TO DET-LIBELLE
010560     MOVE RVL-ACHATS (WS-IDX-EDIT) TO DET-MONTANT-DEVISE
010570     MOVE RVL-ACHATS-TND (WS-IDX-EDIT) TO DET-MONTANT-TND
010580     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010590     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010600
010610     MOVE "VENTES DU JOUR (SENS T)" TO DET-LIBELLE
010620     MOVE RVL-VENTES (WS-IDX-EDIT) TO DET-MONTANT-DEVISE
010630     MOVE RVL-VENTES-TND (WS-IDX-EDIT) TO DET-MONTANT-TND
010640     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010650     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010660
010670     MOVE "POSITION AU COUT MOYEN" TO DET-LIBELLE
010680     MOVE RVL-POSITION (WS-IDX-EDIT) TO DET-MONTANT-DEVISE
010690     MOVE RVL-COUT-TND (WS-IDX-EDIT) TO DET-MONTANT-TND
010700     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010710     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010720
010730     IF NOT RVL-SANS-COURS (WS-IDX-EDIT)
010740         MOVE "POSITION AU COURS BCT" TO DET-LIBELLE
010750         MOVE RVL-POSITION (WS-IDX-EDIT) TO DET-MONTANT-DEVISE
010760         MOVE WS-VALEUR-MARCHE TO DET-MONTANT-TND
010770         MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010780         PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010790     END-IF
010800
010810     MOVE SPACES TO DET-MONTANT-DEVISE-X
010820     MOVE "RESULTAT REALISE DU JOUR" TO DET-LIBELLE
010830     MOVE RVL-REALISE-JOUR (WS-IDX-EDIT) TO DET-MONTANT-TND
010840     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010850     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010860
010870     MOVE "RESULTAT LATENT" TO DET-LIBELLE
010880     MOVE RVL-LATENT (WS-IDX-EDIT) TO DET-MONTANT-TND
010890     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010900     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010910
010920     MOVE "DONT VARIATION DU JOUR" TO DET-LIBELLE
010930     MOVE RVL-VARIATION (WS-IDX-EDIT) TO DET-MONTANT-TND
010940     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
010950     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
010960
010970     MOVE "RESULTAT CUMULE DU MOIS" TO DET-LIBELLE
010980     MOVE WS-RESULTAT-MOIS TO DET-MONTANT-TND
010990     MOVE WS-LIGNE-DETAIL TO RVL-LIGNE
011000     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
011010
011020     MOVE WS-LIGNE-SEPARATION TO RVL-LIGNE
011030     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT.
011040 6100-EDITER-DEVISE-EXIT.
011050     EXIT.
011060
011070*----------------------------------------------------------------*
011080*  6500-EDITER-TOTAL - TOTAUX DE L'ETAT, TOUTES DEVISES.         *
011090*----------------------------------------------------------------*
011100 6500-EDITER-TOTAL.
011110     MOVE WS-LIGNE-VIDE TO RVL-LIGNE
011120     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
011130     MOVE "TOTAL RESULTAT REALISE DU JOUR      :" TO TOT-LIBELLE
011140     MOVE WS-TOTAL-REALISE TO TOT-MONTANT-TND
011150     MOVE WS-LIGNE-TOTAL TO RVL-LIGNE
011160     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
011170     MOVE "TOTAL RESULTAT LATENT               :" TO TOT-LIBELLE
011180     MOVE WS-TOTAL-LATENT TO TOT-MONTANT-TND
011190     MOVE WS-LIGNE-TOTAL TO RVL-LIGNE
011200     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
011210     MOVE "TOTAL VARIATION DU LATENT DU JOUR   :" TO TOT-LIBELLE
011220     MOVE WS-TOTAL-VARIATION TO TOT-MONTANT-TND
011230     MOVE WS-LIGNE-TOTAL TO RVL-LIGNE
011240     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT
011250     MOVE "TOTAL RESULTAT DE CHANGE DU MOIS    :" TO TOT-LIBELLE
011260     MOVE WS-TOTAL-MOIS TO TOT-MONTANT-TND
011270     MOVE WS-LIGNE-TOTAL TO RVL-LIGNE
011280     PERFORM 6900-ECRIRE-LIGNE THRU 6900-ECRIRE-LIGNE-EXIT.
011290 6500-EDITER-TOTAL-EXIT.
011300     EXIT.
011310
011320*----------------------------------------------------------------*
011330*  6800-NOUVELLE-PAGE - EN-TETE DE PAGE DE L'ETAT.               *
011340*----------------------------------------------------------------*
011350 6800-NOUVELLE-PAGE.
011360     ADD 1 TO WS-NO-PAGE
011370     MOVE WS-DATE-SYSTEME (7:2) TO TIT-JOUR
011380     MOVE WS-DATE-SYSTEME (5:2) TO TIT-MOIS
011390     MOVE WS-DATE-SYSTEME (1:4) TO TIT-ANNEE
011400     MOVE WS-NO-PAGE TO TIT-NO-PAGE
011410     WRITE RVL-LIGNE FROM WS-LIGNE-TITRE
011420     WRITE RVL-LIGNE FROM WS-LIGNE-SEPARATION
011430     WRITE RVL-LIGNE FROM WS-LIGNE-VIDE
011440     IF NOT WS-RVL-OK
011450         DISPLAY "ERREUR ECRITURE ETAT DE REEVALUATION - CODE "
011460                 WS-RVL-STATUS
011470         MOVE 12 TO RETURN-CODE
011480     END-IF
011490     MOVE 3 TO WS-NB-LIGNES.
011500 6800-NOUVELLE-PAGE-EXIT.
011510     EXIT.
011520
011530*----------------------------------------------------------------*
011540*  6900-ECRIRE-LIGNE - ECRIT LA LIGNE PREPAREE DANS RVL-LIGNE    *
011550*  EN GERANT LE SAUT DE PAGE.                                    *
011560*----------------------------------------------------------------*
011570 6900-ECRIRE-LIGNE.
011580     IF WS-NB-LIGNES >= WS-MAX-LIGNES
011590         MOVE RVL-LIGNE TO WS-LIGNE-SAUVEE
011600         PERFORM 6800-NOUVELLE-PAGE THRU 6800-NOUVELLE-PAGE-EXIT
011610         MOVE WS-LIGNE-SAUVEE TO RVL-LIGNE
011620     END-IF
011630     WRITE RVL-LIGNE
011640     IF NOT WS-RVL-OK
011650         DISPLAY "ERREUR ECRITURE ETAT DE REEVALUATION - CODE "
011660                 WS-RVL-STATUS
011670         MOVE 12 TO RETURN-CODE
011680     END-IF
011690     ADD 1 TO WS-NB-LIGNES.
011700 6900-ECRIRE-LIGNE-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------------*
011740*  7000-METTRE-A-JOUR-LIVRE - REPORT DE LA TABLE DANS LE LIVRE   *
011750*  DE POSITION, DATE DE LA REEVALUATION. N'EST FAIT QU'UNE FOIS  *
011760*  LE LOT D'ECRITURES ECRIT EN ENTIER.                           *
011770*----------------------------------------------------------------*
011780 7000-METTRE-A-JOUR-LIVRE.
011790     MOVE 1 TO WS-IDX-EDIT
011800     PERFORM 7100-ECRIRE-POSTE THRU 7100-ECRIRE-POSTE-EXIT
011810         UNTIL WS-IDX-EDIT > WS-NB-DEVISES.
011820 7000-METTRE-A-JOUR-LIVRE-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------------*
011860*  7100-ECRIRE-POSTE - REECRITURE (OU CREATION POUR UNE DEVISE   *
011870*  NOUVELLE) DE L'ENREGISTREMENT DU LIVRE D'UNE DEVISE.          *
011880*----------------------------------------------------------------*
011890 7100-ECRIRE-POSTE.
011900     MOVE SPACES TO PDV-RECORD
011910     MOVE RVL-DEVISE (WS-IDX-EDIT) TO PDV-DEVISE
011920     MOVE WS-DATE-SYSTEME TO PDV-DATE
011930     MOVE RVL-POSITION (WS-IDX-EDIT) TO PDV-POSITION
011940     MOVE RVL-COUT-TND (WS-IDX-EDIT) TO PDV-COUT-TND
011950     MOVE RVL-COUT-MOYEN (WS-IDX-EDIT) TO PDV-COUT-MOYEN
011960     MOVE RVL-TAUX (WS-IDX-EDIT) TO PDV-TAUX-REEVAL
011970     MOVE RVL-LATENT (WS-IDX-EDIT) TO PDV-LATENT-TND
011980     MOVE RVL-MOIS (WS-IDX-EDIT) TO PDV-MOIS
011990     MOVE RVL-REALISE-MOIS (WS-IDX-EDIT) TO PDV-REALISE-MOIS
012000     MOVE RVL-LATENT-MOIS (WS-IDX-EDIT) TO PDV-LATENT-MOIS
012010     IF RVL-DANS-LIVRE (WS-IDX-EDIT)
012020         REWRITE PDV-RECORD
012030     ELSE
012040         WRITE PDV-RECORD
012050     END-IF
012060     IF NOT WS-POSDEV-OK
012070         DISPLAY "ERREUR MISE A JOUR LIVRE DE POSITION "
012080                 PDV-DEVISE " - CODE " WS-POSDEV-STATUS
012090         MOVE 12 TO RETURN-CODE
012100     END-IF
012110     ADD 1 TO WS-IDX-EDIT.
012120 7100-ECRIRE-POSTE-EXIT.
012130     EXIT.
012140
012150*----------------------------------------------------------------*
012160*  8000-EDITER-TOTAUX - TOTAUX DE FIN DE TRAITEMENT.             *
012170*----------------------------------------------------------------*
012180 8000-EDITER-TOTAUX.
012190     DISPLAY "LIGNES AUDIT LUES       : " WS-NB-LUES
012200     DISPLAY "CONVERSIONS APPLIQUEES  : " WS-NB-RETENUES
012210     DISPLAY "CROISEES HORS LIVRE     : " WS-NB-CROISEES
012220     DISPLAY "DONT ANNULATIONS        : " WS-NB-ANNULATIONS
012230     DISPLAY "DEVISES AU LIVRE        : " WS-NB-DEVISES
012240     DISPLAY "DEVISES SANS COURS BCT  : " WS-NB-SANS-COURS
012250     DISPLAY "ECRITURES EMISES        : " WS-NB-ECRITURES
012260     DISPLAY "TOTAL DEBITS  TND       : " WS-TOTAL-DEBITS
012270     DISPLAY "TOTAL CREDITS TND       : " WS-TOTAL-CREDITS.
012280 8000-EDITER-TOTAUX-EXIT.
012290     EXIT.
012300
012310*----------------------------------------------------------------*
012320*  9999-EXIT - FERMETURE DES FICHIERS.                           *
012330*----------------------------------------------------------------*
012340 9999-EXIT.
012350     IF WS-CHAINE-ENREGISTREE
012360         PERFORM 9900-FIN-CHAINE THRU 9900-FIN-CHAINE-EXIT
012370     END-IF
012380     CLOSE AUDIT-FILE
012390     CLOSE BCT-FILE
012400     CLOSE POSDEV-FILE
012410     CLOSE ECR-FILE
012420     CLOSE RVL-FILE.
012430     EXIT.
012440
012450*----------------------------------------------------------------*
012460*  9900-FIN-CHAINE - DECLARE LA FIN DE L'ETAPE ET SON CODE       *
012470*  RETOUR A LA ROUTINE COMMUNE CONTROLE-CHAINE.                  *
012480*----------------------------------------------------------------*
012490 9900-FIN-CHAINE.
012500     MOVE "F" TO WS-FONCTION-CHAINE
012510     MOVE RETURN-CODE TO WS-CODE-ETAPE-CHAINE
012520     CALL "CONTROLE-CHAINE" USING WS-FONCTION-CHAINE
012530                                   WS-ETAPE-CHAINE
012540                                   WS-DATE-SYSTEME
012550                                   WS-CODE-ETAPE-CHAINE
012560                                   WS-CODE-CHAINE.
012570 9900-FIN-CHAINE-EXIT.
012580     EXIT.
012590
012600 END PROGRAM REEVALUATION-POSITION.
