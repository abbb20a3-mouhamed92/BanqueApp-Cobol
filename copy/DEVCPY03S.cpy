000047*  LE MONTANT BRUT ET LES FRAIS (COMMISSION) SONT PORTES EN FIN  *
000048*  D'ENREGISTREMENT (BRUT = NET + FRAIS).                        *
000049*  LE CODE AGENCE EST CELUI DE LA TRANSACTION D'ORIGINE.         *
00049A*  LE SENS EST CELUI DE LA CONVERSION : "D" DEVISE VERS TND      *
00049B*  (MONTANT EN DEVISE, CONVERTI EN TND), "T" TND VERS DEVISE     *
00049C*  (MONTANT EN TND, CONVERTI DANS LA DEVISE) ; A BLANC POUR UNE  *
00049D*  LIGNE A L'ANCIEN FORMAT.                                      *
000050*================================================================*
000060 01  RPT-RECORD.
000070     05  RPT-SEQ-NO              PIC 9(07).
000120     05  RPT-MONTANT-BRUT        PIC 9(07)V9(02).
000130     05  RPT-FRAIS               PIC 9(07)V9(02).
000140     05  RPT-AGENCE              PIC X(03).
000150     05  RPT-SENS                PIC X(01).
