000010*================================================================*
000020*  DEVCPY34 - ENREGISTREMENT DU BORDEREAU DE CHANGE REMIS AU     *
000030*  CLIENT. UNE LIGNE "B" PAR CONVERSION ABOUTIE, PREPAREE PAR LA *
000040*  ROUTINE COMMUNE PREPARATION-BORDEREAU A PARTIR DE LA LIGNE    *
000050*  D'AUDIT ET DU REFERENTIEL CLIENTS (CLIMAST), ET ECRITE :      *
000060*    - PAR CONVERSION-DEVISE SUR LE FICHIER D'IMPRESSION DU      *
000070*      GUICHET (BORDEREAU) ;                                     *
000080*    - PAR CONVERSION-BATCH SUR LE FICHIER DES BORDEREAUX DU     *
000090*      LOT (BORDLOT), QU'ETAT-BORDEREAUX REGROUPE EN UN BLOC PAR *
000100*      AGENCE (BORDAGC) : LIGNE D'EN-TETE "E", BORDEREAUX DE     *
000110*      L'AGENCE, LIGNE DE FIN "F" AVEC LE NOMBRE DE BORDEREAUX,  *
000120*      SUR LE MODELE DES BLOCS DE TRANSMISSION DES AGENCES ;     *
000130*    - PAR REIMPRESSION-BORDEREAU, AVEC LA MENTION "DUPLICATA",  *
000140*      SUR LE FICHIER D'IMPRESSION DU GUICHET.                   *
000150*  LE MONTANT EST LE MONTANT REMIS PAR LE CLIENT (EN DEVISE      *
000160*  SOURCE) ; LE MONTANT NET EST CELUI SERVI AU CLIENT (EN DEVISE *
000170*  CIBLE), BRUT = NET + COMMISSION. LA DATE D'EDITION EST CELLE  *
000180*  DE L'OPERATION POUR L'ORIGINAL, CELLE DE LA REIMPRESSION POUR *
000190*  UN DUPLICATA. UN NUMERO A ZERO SIGNALE UN BORDEREAU EDITE     *
000200*  ALORS QUE LE COMPTEUR NUMBORD ETAIT INDISPONIBLE.             *
000210*================================================================*
000220 01  BRD-RECORD.
000230     05  BRD-TYPE-LIGNE          PIC X(01).
000240         88  BRD-LIGNE-ENTETE        VALUE "E".
000250         88  BRD-LIGNE-BORDEREAU     VALUE "B".
000260         88  BRD-LIGNE-FIN           VALUE "F".
000270     05  BRD-AGENCE              PIC X(03).
000280     05  BRD-BORDEREAU.
000290         10  BRD-ANNEE           PIC 9(04).
000300         10  BRD-NUMERO          PIC 9(07).
000310         10  BRD-MENTION         PIC X(09).
000320             88  BRD-DUPLICATA       VALUE "DUPLICATA".
000330         10  BRD-DATE            PIC 9(08).
000340         10  BRD-HEURE           PIC 9(06).
000350         10  BRD-OPERATEUR-ID    PIC X(08).
000360         10  BRD-CLIENT-ID       PIC X(08).
000370         10  BRD-NOM             PIC X(30).
000380         10  BRD-TYPE-DOC        PIC X(01).
000390         10  BRD-NO-DOC          PIC X(15).
000400         10  BRD-RESIDENT        PIC X(01).
000410         10  BRD-SENS            PIC X(01).
000420         10  BRD-DEVISE-SOURCE   PIC X(03).
000430         10  BRD-DEVISE-CIBLE    PIC X(03).
000440         10  BRD-MONTANT         PIC 9(05)V9(02).
000450         10  BRD-TAUX-APPLIQUE   PIC 9(03)V9(04).
000460         10  BRD-MONTANT-BRUT    PIC 9(07)V9(02).
000470         10  BRD-FRAIS           PIC 9(07)V9(02).
000480         10  BRD-MONTANT-NET     PIC 9(07)V9(02).
000490         10  BRD-NO-COTATION     PIC 9(08).
000500         10  BRD-DATE-EDITION    PIC 9(08).
000510         10  FILLER              PIC X(10).
000520     05  BRD-ENTETE REDEFINES BRD-BORDEREAU.
000530         10  BRD-ENT-DATE        PIC 9(08).
000540         10  BRD-ENT-NOM-AGENCE  PIC X(30).
000550         10  FILLER              PIC X(133).
000560     05  BRD-FIN REDEFINES BRD-BORDEREAU.
000570         10  BRD-FIN-DATE        PIC 9(08).
000580         10  BRD-FIN-NB-BORDEREAUX
000590                                 PIC 9(05).
000600         10  FILLER              PIC X(158).
