000075*  LE NOM, LA PIECE D'IDENTITE ET LA NATIONALITE PROVIENNENT DU  *
000076*  REFERENTIEL CLIENTS (CLIMAST) ; LE CODE RESIDENT EST CELUI    *
000077*  DU REFERENTIEL QUAND LE CLIENT Y FIGURE.                      *
000078*  MOTIF "A" : OPERATION DU LOT DEJA DECLAREE OU CUMULEE PUIS    *
000079*  ANNULEE, A DEDUIRE A LA DATE DE SA DECLARATION D'ORIGINE.     *
000080*================================================================*
000090 01  DCL-RECORD.
000100     05  DCL-DATE                PIC 9(08).
000190     05  DCL-MOTIF               PIC X(01).
000200         88  DCL-OPERATION-UNITAIRE  VALUE "U".
000210         88  DCL-CUMUL-JOURNEE       VALUE "C".
000212         88  DCL-ANNULATION          VALUE "A".
000215     05  DCL-AGENCE              PIC X(03).
000216     05  DCL-NOM                 PIC X(30).
000217     05  DCL-TYPE-DOC            PIC X(01).
