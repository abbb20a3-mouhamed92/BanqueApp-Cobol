000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BROUILLAGE-PIN.
000030 AUTHOR. SERVICE ETUDES INFORMATIQUES.
000040 INSTALLATION. DIRECTION DES SYSTEMES D'INFORMATION.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*================================================================*
000080*  ROUTINE COMMUNE DE BROUILLAGE DU CODE PIN DES OPERATEURS.     *
000090*                                                                *
000100*  CALCULE A PARTIR DE L'IDENTIFIANT ET DU CODE PIN SAISI UNE    *
000110*  EMPREINTE NUMERIQUE DE 9 CHIFFRES, SEULE CONSERVEE DANS LE    *
000120*  FICHIER DES PROFILS (OPR-PIN-BROUILLE). LE CALCUL N'EST PAS   *
000130*  REVERSIBLE : LE CODE EST CONTROLE EN COMPARANT L'EMPREINTE    *
000140*  DU CODE SAISI A CELLE DU PROFIL. L'IDENTIFIANT ENTRE DANS LE  *
000150*  CALCUL, DEUX OPERATEURS AYANT LE MEME CODE N'ONT DONC PAS LA  *
000160*  MEME EMPREINTE. L'EMPREINTE N'EST JAMAIS NULLE (ZERO = CODE   *
000170*  NON ATTRIBUE). UTILISEE PAR CONTROLE-OPERATEUR ET             *
000180*  MAINT-OPERATEUR.                                              *
000190*                                                                *
000200*  CHAQUE CARACTERE DE LA CHAINE CODE + IDENTIFIANT + CODE EST   *
000210*  PRIS PAR SA VALEUR BINAIRE ET CUMULE PAR MULTIPLICATION ET    *
000220*  RESTE DE LA DIVISION PAR UN NOMBRE PREMIER, PUIS LE RESULTAT  *
000230*  EST MELANGE PAR DEUX PASSES SUPPLEMENTAIRES.                  *
000240*                                                                *
000250*  HISTORIQUE DES MODIFICATIONS.                                 *
000260*  DATE        AUTEUR   DESCRIPTION                              *
000270*  15/10/2026  SEI      CREATION DU PROGRAMME.                   *
000280*================================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 77  WS-MODULE                   PIC 9(09) COMP VALUE 999999937.
000360 77  WS-MULTIPLICATEUR           PIC 9(03) COMP VALUE 131.
000370 77  WS-MELANGEUR                PIC 9(05) COMP VALUE 48271.
000380 77  WS-GRAINE                   PIC 9(09) COMP VALUE 314159265.
000390 77  WS-CUMUL                    PIC 9(15) COMP.
000400 77  WS-QUOTIENT                 PIC 9(15) COMP.
000410 77  WS-RESTE                    PIC 9(09) COMP.
000420 77  WS-IND-CAR                  PIC 9(02) COMP.
000430 77  WS-NB-CAR                   PIC 9(02) COMP VALUE 20.
000440
000450 01  WS-CHAINE.
000460     05  WS-CHAINE-PIN-1         PIC X(06).
000470     05  WS-CHAINE-ID            PIC X(08).
000480     05  WS-CHAINE-PIN-2         PIC X(06).
000490 01  WS-CHAINE-R REDEFINES WS-CHAINE.
000500     05  WS-CHAINE-CAR           PIC X(01) OCCURS 20.
000510
000520 01  WS-OCTET-NUM                PIC 9(04) COMP.
000530 01  WS-OCTET-X REDEFINES WS-OCTET-NUM.
000540     05  WS-OCTET-FORT           PIC X(01).
000550     05  WS-OCTET-FAIBLE         PIC X(01).
000560
000570 LINKAGE SECTION.
000580 01  WS-OPERATEUR-ID-W           PIC X(08).
000590 01  WS-PIN-W                    PIC X(06).
000600 01  WS-PIN-BROUILLE-W           PIC 9(09).
000610
000620 PROCEDURE DIVISION USING WS-OPERATEUR-ID-W
000630                           WS-PIN-W
000640                           WS-PIN-BROUILLE-W.
000650
000660 0000-MAINLINE.
000670     MOVE WS-PIN-W TO WS-CHAINE-PIN-1
000680     MOVE WS-OPERATEUR-ID-W TO WS-CHAINE-ID
000690     MOVE WS-PIN-W TO WS-CHAINE-PIN-2
000700     MOVE WS-GRAINE TO WS-RESTE
000710     PERFORM 1000-CUMULER-CARACTERE
000720         THRU 1000-CUMULER-CARACTERE-EXIT
000730         VARYING WS-IND-CAR FROM 1 BY 1
000740         UNTIL WS-IND-CAR > WS-NB-CAR
000750     PERFORM 2000-MELANGER THRU 2000-MELANGER-EXIT
000760     PERFORM 2000-MELANGER THRU 2000-MELANGER-EXIT
000770     IF WS-RESTE = ZEROES
000780         MOVE 1 TO WS-RESTE
000790     END-IF
000800     MOVE WS-RESTE TO WS-PIN-BROUILLE-W
000810     GOBACK.
000820
000830*----------------------------------------------------------------*
000840*  1000-CUMULER-CARACTERE - VALEUR BINAIRE DU CARACTERE (OCTET   *
000850*  DE POIDS FAIBLE D'UN BINAIRE DE 2 OCTETS DONT L'OCTET FORT    *
000860*  EST A ZERO), AJOUTEE AU CUMUL AVEC SON RANG.                  *
000870*----------------------------------------------------------------*
000880 1000-CUMULER-CARACTERE.
000890     MOVE LOW-VALUE TO WS-OCTET-FORT
000900     MOVE WS-CHAINE-CAR (WS-IND-CAR) TO WS-OCTET-FAIBLE
000910     COMPUTE WS-CUMUL = WS-RESTE * WS-MULTIPLICATEUR
000920                      + WS-OCTET-NUM + WS-IND-CAR
000930     DIVIDE WS-CUMUL BY WS-MODULE
000940         GIVING WS-QUOTIENT REMAINDER WS-RESTE.
000950 1000-CUMULER-CARACTERE-EXIT.
000960     EXIT.
000970
000980*----------------------------------------------------------------*
000990*  2000-MELANGER - PASSE DE MELANGE DU CUMUL.                    *
001000*----------------------------------------------------------------*
001010 2000-MELANGER.
001020     COMPUTE WS-CUMUL = WS-RESTE * WS-MELANGEUR + WS-NB-CAR
001030     DIVIDE WS-CUMUL BY WS-MODULE
001040         GIVING WS-QUOTIENT REMAINDER WS-RESTE.
001050 2000-MELANGER-EXIT.
001060     EXIT.
001070
001080 END PROGRAM BROUILLAGE-PIN.
