000041*  TRANSACTION ; IL EST PORTE JUSQU'AU RAPPORT, AU JOURNAL       *
000042*  D'AUDIT, AU RECYCLAGE ET AUX DECLARATIONS (A BLANC POUR UNE   *
000043*  LIGNE A L'ANCIEN FORMAT).                                     *
00043A*  LE SENS DISTINGUE LA VENTE DE DEVISES AU CLIENT ("T" : LE     *
00043B*  MONTANT EST LE MONTANT EN TND REMIS PAR LE CLIENT ET LA       *
00043C*  DEVISE CELLE QUI LUI EST SERVIE) DE L'ACHAT DE DEVISES AU     *
00043D*  CLIENT ("D" : MONTANT EN DEVISE, CONVERTI EN TND) ; A BLANC   *
00043E*  POUR UNE LIGNE A L'ANCIEN FORMAT, TRAITEE COMME UN ACHAT.     *
00043F*  LE NUMERO DE COTATION EST CELUI DE LA COTATION NEGOCIEE AVEC  *
00043G*  LA SALLE DES MARCHES (COTATION) ; ZERO = COURS DU TABLEAU.    *
000044*================================================================*
000050 01  TRX-RECORD.
000060     05  TRX-SEQ-NO              PIC 9(07).
000120         88  TRX-CLIENT-RESIDENT     VALUE "R".
000130         88  TRX-CLIENT-NON-RESIDENT VALUE "N".
000140     05  TRX-AGENCE              PIC X(03).
000150     05  TRX-SENS                PIC X(01).
000160         88  TRX-ACHAT-DEVISE        VALUE " " "D".
000170         88  TRX-VENTE-DEVISE        VALUE "T".
000180     05  TRX-NO-COTATION         PIC 9(08).
