000070*  FICHIER PORTANT LE TOTAL DES DEBITS ET LE TOTAL DES CREDITS   *
000080*  (EGAUX PAR CONSTRUCTION) POUR LE CONTROLE D'EQUILIBRE DU      *
000090*  SERVICE COMPTABLE. TOUS LES MONTANTS SONT EN TND.             *
000092*  REEVALUATION-POSITION AJOUTE ENSUITE EN FIN DE FICHIER SON    *
000094*  PROPRE LOT (RESULTAT DE CHANGE REALISE ET VARIATION DU        *
000096*  RESULTAT LATENT CONTRE LES COMPTES DE POSITION), TERMINE PAR  *
000098*  SON PIED : CHAQUE LOT EST EQUILIBRE SUR SON PROPRE PIED.      *
000100*================================================================*
000110 01  ECR-RECORD.
000120     05  ECR-TYPE                PIC X(01).
