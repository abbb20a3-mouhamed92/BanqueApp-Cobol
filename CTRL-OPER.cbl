000140*  IDENTIFIANT LIBREMENT TAPE NE SUFFIT PLUS, IL DOIT EXISTER    *
000150*  DANS LE FICHIER DES PROFILS ET NE PAS ETRE SUSPENDU.          *
000160*                                                                *
00160A*  L'OPERATEUR DOIT EN OUTRE DONNER SON CODE PIN, DEMANDE PAR LA *
000161*  ROUTINE ELLE-MEME POUR QUE LE DIALOGUE SOIT LE MEME DANS      *
00161A*  TOUTES LES TRANSACTIONS. LE CODE SAISI EST BROUILLE (ROUTINE  *
000162*  BROUILLAGE-PIN) ET COMPARE A L'EMPREINTE DU PROFIL. TROIS     *
00162A*  CODES ERRONES CONSECUTIFS VERROUILLENT L'OPERATEUR JUSQU'A    *
000163*  SON DEVERROUILLAGE PAR UN APPROBATEUR (MAINT-OPERATEUR). UN   *
00163A*  CODE ATTRIBUE PAR UN APPROBATEUR OU ARRIVE A EXPIRATION DOIT  *
000164*  ETRE CHANGE SUR-LE-CHAMP : NOUVEAU CODE DE 6 CHIFFRES,        *
00164A*  DIFFERENT DE L'ANCIEN ET CONFIRME, VALABLE 3 MOIS.            *
000165*  CHAQUE APPEL, ACCEPTE OU REFUSE, EST ECRIT AU JOURNAL DES     *
000166*  IDENTIFICATIONS (SIGNON) AVEC LE PROGRAMME ET L'AGENCE        *
000167*  TRANSMIS PAR L'APPELANT ; UN JOURNAL INDISPONIBLE EST         *
000168*  SIGNALE MAIS NE BLOQUE PAS L'IDENTIFICATION.                  *
000169*                                                                *
000170*  CODE RETOUR :                                                 *
000180*      "00" = OPERATEUR CONNU ET ACTIF                           *
000190*      "04" = OPERATEUR INCONNU DU FICHIER DES PROFILS           *
000200*      "08" = OPERATEUR SUSPENDU                                 *
000210*      "12" = FICHIER DES PROFILS INDISPONIBLE                   *
000212*      "16" = CODE PIN ERRONE                                    *
000214*      "24" = OPERATEUR VERROUILLE, Y COMPRIS PAR LE CODE        *
000216*             ERRONE QUI VIENT D'ETRE SAISI                      *
000217*      "28" = CODE PIN NON ATTRIBUE                              *
000218*      "32" = CHANGEMENT DE CODE PIN OBLIGATOIRE NON EFFECTUE    *
000220*                                                                *
000230*  HISTORIQUE DES MODIFICATIONS.                                 *
000240*  DATE        AUTEUR   DESCRIPTION                              *
000250*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000251*  15/10/2026  SEI      CODE PIN BROUILLE DEMANDE A CHAQUE       *
000252*                       IDENTIFICATION, CHANGEMENT OBLIGATOIRE A *
000253*                       LA PREMIERE UTILISATION ET A EXPIRATION, *
000254*                       VERROUILLAGE APRES 3 CODES ERRONES,      *
000255*                       JOURNAL DES IDENTIFICATIONS (SIGNON).    *
000256*                       PROGRAMME ET AGENCE DE L'APPELANT EN     *
000257*                       PARAMETRES.                              *
000260*================================================================*
000270
000280 ENVIRONMENT DIVISION.
000360         RECORD KEY IS OPR-ID
000370         FILE STATUS IS WS-OPERPROF-STATUS.
000380
000382     SELECT SIGNON-FILE ASSIGN TO "SIGNON"
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS WS-SIGNON-STATUS.
000388
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  OPERPROF-FILE.
000420 COPY DEVCPY18.
000430
000433 FD  SIGNON-FILE.
000436 COPY DEVCPY36.
000439
000440 WORKING-STORAGE SECTION.
000450 01  WS-OPERPROF-STATUS          PIC X(02).
000460     88  WS-OPERPROF-OK              VALUE "00".
00460A 01  WS-SIGNON-STATUS            PIC X(02).
00460B     88  WS-SIGNON-OK                VALUE "00".
000461     88  WS-SIGNON-NOUVEAU           VALUE "35".
00461A 77  WS-SW-VERROUILLAGE          PIC X(01).
000462     88  WS-VERROUILLAGE-FAIT        VALUE "O".
00462A     88  WS-PAS-DE-VERROUILLAGE      VALUE "N".
000463 77  WS-MAX-ECHECS               PIC 9(01) VALUE 3.
00463A 77  WS-ESSAIS-RESTANTS          PIC 9(01).
000464 77  WS-MOIS-VALIDITE            PIC 9(02) VALUE 3.
00464A 77  WS-DATE-SYSTEME             PIC 9(08).
000465 77  WS-HEURE-SYSTEME            PIC 9(06).
00465A 77  WS-PIN-SAISI                PIC X(06).
000466 77  WS-PIN-NOUVEAU              PIC X(06).
00466A 77  WS-PIN-CONFIRME             PIC X(06).
000467 77  WS-PIN-BROUILLE             PIC 9(09).
00467A 01  WS-DATE-CALCUL              PIC 9(08).
000468 01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
00468A     05  WS-CALC-ANNEE           PIC 9(04).
000469     05  WS-CALC-MOIS            PIC 9(02).
00469A     05  WS-CALC-JOUR            PIC 9(02).
000470
000480 LINKAGE SECTION.
000490 01  WS-OPERATEUR-ID-W           PIC X(08).
000520     88  WS-OPERATEUR-INCONNU-W      VALUE "04".
000530     88  WS-OPERATEUR-SUSPENDU-W     VALUE "08".
000540     88  WS-PROFILS-INDISPO-W        VALUE "12".
000541     88  WS-PIN-ERRONE-W             VALUE "16".
000542     88  WS-OPERATEUR-VERROUILLE-W   VALUE "24".
000543     88  WS-PIN-NON-ATTRIBUE-W       VALUE "28".
000544     88  WS-PIN-NON-CHANGE-W         VALUE "32".
000550 01  WS-ROLE-W                   PIC X(01).
000560 01  WS-PLAFOND-W                PIC 9(07)V9(02).
000570 01  WS-NOM-W                    PIC X(25).
000571 01  WS-PROGRAMME-W              PIC X(30).
000572 01  WS-AGENCE-W                 PIC X(03).
000580
000590 PROCEDURE DIVISION USING WS-OPERATEUR-ID-W
000600                           WS-CODE-RETOUR-W
000610                           WS-ROLE-W
000620                           WS-PLAFOND-W
000630                           WS-NOM-W
000631                           WS-PROGRAMME-W
000632                           WS-AGENCE-W.
000640
000650 0000-MAINLINE.
000660     MOVE SPACES TO WS-ROLE-W
000670     MOVE ZEROES TO WS-PLAFOND-W
000680     MOVE SPACES TO WS-NOM-W
000690     MOVE "00" TO WS-CODE-RETOUR-W
000691     SET WS-PAS-DE-VERROUILLAGE TO TRUE
000692     ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
000693     ACCEPT WS-HEURE-SYSTEME FROM TIME
000700     PERFORM 1000-CONSULTER-PROFIL
000710         THRU 1000-CONSULTER-PROFIL-EXIT
000711     PERFORM 5000-JOURNALISER THRU 5000-JOURNALISER-EXIT
000720     GOBACK.
000730
000740*----------------------------------------------------------------*
000750*  1000-CONSULTER-PROFIL - OUVERTURE DU FICHIER DES PROFILS EN   *
000760*  MISE A JOUR (COMPTEUR D'ECHECS, VERROUILLAGE, CHANGEMENT DE   *
000761*  CODE) LE TEMPS DU CONTROLE.                                   *
000770*----------------------------------------------------------------*
000780 1000-CONSULTER-PROFIL.
000790     OPEN I-O OPERPROF-FILE
000800     IF NOT WS-OPERPROF-OK
000810         MOVE "12" TO WS-CODE-RETOUR-W
000820         GO TO 1000-CONSULTER-PROFIL-EXIT
000830     END-IF
00830A     PERFORM 2000-CONTROLER-PROFIL
000831         THRU 2000-CONTROLER-PROFIL-EXIT
00831A     CLOSE OPERPROF-FILE.
000832 1000-CONSULTER-PROFIL-EXIT.
00832A     EXIT.
000833
000834*----------------------------------------------------------------*
000835*  2000-CONTROLER-PROFIL - LECTURE DU PROFIL ET POSITIONNEMENT   *
000836*  DU CODE RETOUR : STATUT, VERROUILLAGE, CODE PIN. UN CODE      *
000837*  JUSTE REMET LE COMPTEUR D'ECHECS A ZERO.                      *
000838*----------------------------------------------------------------*
000839 2000-CONTROLER-PROFIL.
000840     MOVE WS-OPERATEUR-ID-W TO OPR-ID
000850     READ OPERPROF-FILE
000860         KEY IS OPR-ID
000870         INVALID KEY
000880             MOVE "04" TO WS-CODE-RETOUR-W
000881             GO TO 2000-CONTROLER-PROFIL-EXIT
000960     END-READ
00960A     MOVE OPR-ROLE TO WS-ROLE-W
00960B     MOVE OPR-PLAFOND-TND TO WS-PLAFOND-W
00960C     MOVE OPR-NOM TO WS-NOM-W
00960D     IF OPR-SUSPENDU
00960E         MOVE "08" TO WS-CODE-RETOUR-W
000961         GO TO 2000-CONTROLER-PROFIL-EXIT
00961A     END-IF
00961B     IF OPR-VERROUILLE
00961C         MOVE "24" TO WS-CODE-RETOUR-W
00961D         GO TO 2000-CONTROLER-PROFIL-EXIT
00961E     END-IF
000962     IF OPR-PIN-BROUILLE IS NOT NUMERIC
00962A        OR OPR-PIN-BROUILLE = ZEROES
00962B         MOVE "28" TO WS-CODE-RETOUR-W
00962C         GO TO 2000-CONTROLER-PROFIL-EXIT
00962D     END-IF
00962E     IF OPR-NB-ECHECS IS NOT NUMERIC
000963         MOVE ZEROES TO OPR-NB-ECHECS
00963A     END-IF
00963B     DISPLAY "DONNER LE CODE PIN DE " WS-OPERATEUR-ID-W
00963C     ACCEPT WS-PIN-SAISI
00963D     CALL "BROUILLAGE-PIN" USING WS-OPERATEUR-ID-W
00963E                                 WS-PIN-SAISI
000964                                 WS-PIN-BROUILLE
00964A     IF WS-PIN-BROUILLE NOT = OPR-PIN-BROUILLE
00964B         PERFORM 2100-ENREGISTRER-ECHEC
00964C             THRU 2100-ENREGISTRER-ECHEC-EXIT
00964D         GO TO 2000-CONTROLER-PROFIL-EXIT
00964E     END-IF
000965     MOVE ZEROES TO OPR-NB-ECHECS
00965A     IF OPR-PIN-A-CHANGER
00965B        OR OPR-PIN-DATE-EXPIR IS NOT NUMERIC
00965C        OR OPR-PIN-DATE-EXPIR NOT > WS-DATE-SYSTEME
00965D         PERFORM 3000-CHANGER-PIN THRU 3000-CHANGER-PIN-EXIT
00965E     END-IF
000966     REWRITE OPR-RECORD
00966A     IF NOT WS-OPERPROF-OK
00966B         DISPLAY "ERREUR MISE A JOUR PROFIL - CODE "
00966C                 WS-OPERPROF-STATUS
00966D         MOVE "12" TO WS-CODE-RETOUR-W
00966E     END-IF.
000967 2000-CONTROLER-PROFIL-EXIT.
00967A     EXIT.
00967B
00967C*----------------------------------------------------------------*
00967D*  2100-ENREGISTRER-ECHEC - CODE PIN ERRONE : LE COMPTEUR        *
00967E*  D'ECHECS EST AUGMENTE ; AU TROISIEME ECHEC CONSECUTIF         *
000968*  L'OPERATEUR EST VERROUILLE.                                   *
00968A*----------------------------------------------------------------*
00968B 2100-ENREGISTRER-ECHEC.
00968C     ADD 1 TO OPR-NB-ECHECS
00968D     IF OPR-NB-ECHECS < WS-MAX-ECHECS
00968E         MOVE "16" TO WS-CODE-RETOUR-W
000969         COMPUTE WS-ESSAIS-RESTANTS =
00969A                 WS-MAX-ECHECS - OPR-NB-ECHECS
00969B         DISPLAY "CODE PIN ERRONE - ESSAIS RESTANTS AVANT "
00969C                 "VERROUILLAGE : " WS-ESSAIS-RESTANTS
00969D     ELSE
00969E         MOVE "24" TO WS-CODE-RETOUR-W
000970         MOVE "O" TO OPR-VERROU
00970A         MOVE WS-DATE-SYSTEME TO OPR-DATE-VERROU
00970B         SET WS-VERROUILLAGE-FAIT TO TRUE
00970C         DISPLAY "CODE PIN ERRONE POUR LA TROISIEME FOIS - "
00970D                 "OPERATEUR VERROUILLE"
00970E     END-IF
000971     REWRITE OPR-RECORD
00971A     IF NOT WS-OPERPROF-OK
00971B         DISPLAY "ERREUR MISE A JOUR PROFIL - CODE "
00971C                 WS-OPERPROF-STATUS
00971D     END-IF.
00971E 2100-ENREGISTRER-ECHEC-EXIT.
000972     EXIT.
00972A
00972B*----------------------------------------------------------------*
00972C*  3000-CHANGER-PIN - CHANGEMENT OBLIGATOIRE DU CODE PIN A LA    *
00972D*  PREMIERE UTILISATION D'UN CODE ATTRIBUE OU A EXPIRATION. UN   *
00972E*  NOUVEAU CODE REFUSE LAISSE L'ANCIEN EN PLACE ET REFUSE        *
000973*  L'ACCES (CODE "32").                                          *
00973A*----------------------------------------------------------------*
00973B 3000-CHANGER-PIN.
00973C     IF OPR-PIN-A-CHANGER
00973D         DISPLAY "CODE PIN PROVISOIRE - CHANGEMENT OBLIGATOIRE"
000974     ELSE
00974A         DISPLAY "CODE PIN EXPIRE - CHANGEMENT OBLIGATOIRE"
00974B     END-IF
00974C     DISPLAY "DONNER LE NOUVEAU CODE PIN (6 CHIFFRES)"
00974D     ACCEPT WS-PIN-NOUVEAU
000975     DISPLAY "CONFIRMER LE NOUVEAU CODE PIN"
00975A     ACCEPT WS-PIN-CONFIRME
00975B     IF WS-PIN-NOUVEAU IS NOT NUMERIC
00975C         DISPLAY "LE CODE PIN DOIT COMPTER 6 CHIFFRES"
00975D         MOVE "32" TO WS-CODE-RETOUR-W
000976         GO TO 3000-CHANGER-PIN-EXIT
00976A     END-IF
00976B     IF WS-PIN-CONFIRME NOT = WS-PIN-NOUVEAU
00976C         DISPLAY "CONFIRMATION DIFFERENTE DU NOUVEAU CODE PIN"
00976D         MOVE "32" TO WS-CODE-RETOUR-W
000977         GO TO 3000-CHANGER-PIN-EXIT
00977A     END-IF
00977B     IF WS-PIN-NOUVEAU = WS-PIN-SAISI
00977C         DISPLAY "LE NOUVEAU CODE PIN DOIT DIFFERER DE L'ANCIEN"
00977D         MOVE "32" TO WS-CODE-RETOUR-W
000978         GO TO 3000-CHANGER-PIN-EXIT
00978A     END-IF
00978B     CALL "BROUILLAGE-PIN" USING WS-OPERATEUR-ID-W
00978C                                 WS-PIN-NOUVEAU
00978D                                 OPR-PIN-BROUILLE
000979     SET OPR-PIN-VALIDE TO TRUE
00979A     PERFORM 3100-CALCULER-EXPIRATION
00979B         THRU 3100-CALCULER-EXPIRATION-EXIT
00979C     DISPLAY "CODE PIN MODIFIE".
00979D 3000-CHANGER-PIN-EXIT.
000980     EXIT.
00980A
00980B*----------------------------------------------------------------*
00980C*  3100-CALCULER-EXPIRATION - LE NOUVEAU CODE EST VALABLE 3 MOIS *
00980D*  A COMPTER DU JOUR ; UN JOUR AU-DELA DU 28 EST RAMENE AU 28    *
000981*  POUR RESTER UNE DATE VALIDE QUEL QUE SOIT LE MOIS.            *
00981A*----------------------------------------------------------------*
00981B 3100-CALCULER-EXPIRATION.
00981C     MOVE WS-DATE-SYSTEME TO WS-DATE-CALCUL
00981D     ADD WS-MOIS-VALIDITE TO WS-CALC-MOIS
000982     IF WS-CALC-MOIS > 12
00982A         SUBTRACT 12 FROM WS-CALC-MOIS
00982B         ADD 1 TO WS-CALC-ANNEE
00982C     END-IF
00982D     IF WS-CALC-JOUR > 28
000983         MOVE 28 TO WS-CALC-JOUR
00983A     END-IF
00983B     MOVE WS-DATE-CALCUL TO OPR-PIN-DATE-EXPIR.
00983C 3100-CALCULER-EXPIRATION-EXIT.
00983D     EXIT.
000984
00984A*----------------------------------------------------------------*
00984B*  5000-JOURNALISER - ECRITURE DE LA TENTATIVE AU JOURNAL DES    *
00984C*  IDENTIFICATIONS, CREE AU PREMIER APPEL.                       *
00984D*----------------------------------------------------------------*
000985 5000-JOURNALISER.
00985A     OPEN EXTEND SIGNON-FILE
00985B     IF WS-SIGNON-NOUVEAU
00985C         OPEN OUTPUT SIGNON-FILE
00985D     END-IF
000986     IF NOT WS-SIGNON-OK
00986A         DISPLAY "IMPOSSIBLE D'OUVRIR LE JOURNAL DES "
00986B                 "IDENTIFICATIONS - CODE " WS-SIGNON-STATUS
00986C         GO TO 5000-JOURNALISER-EXIT
00986D     END-IF
000987     MOVE SPACES TO SGN-RECORD
00987A     MOVE WS-DATE-SYSTEME TO SGN-DATE
00987B     MOVE WS-HEURE-SYSTEME TO SGN-HEURE
00987C     MOVE WS-OPERATEUR-ID-W TO SGN-OPERATEUR-ID
00987D     MOVE WS-PROGRAMME-W TO SGN-PROGRAMME
000988     MOVE WS-AGENCE-W TO SGN-AGENCE
00988A     MOVE WS-CODE-RETOUR-W TO SGN-CODE-RETOUR
00988B     MOVE WS-SW-VERROUILLAGE TO SGN-VERROUILLAGE
00988C     WRITE SGN-RECORD
00988D     IF NOT WS-SIGNON-OK
000989         DISPLAY "ERREUR ECRITURE JOURNAL DES IDENTIFICATIONS - "
00989A                 "CODE " WS-SIGNON-STATUS
00989B     END-IF
00989C     CLOSE SIGNON-FILE.
00989D 5000-JOURNALISER-EXIT.
000990     EXIT.
001000
001010 END PROGRAM CONTROLE-OPERATEUR.
