000160*  EST REFUSEE AVEC LE CODE "16" SANS MOUVEMENTER LA POSITION :  *
000170*  L'APPELANT LA MET EN ATTENTE D'UN VISA TRESORERIE AU LIEU DE  *
000180*  L'EXECUTER. LE VISA ("O") PASSE OUTRE LE CONTROLE.            *
000181*  APPELEE AUSSI PAR ANNULATION-CONVERSION, AVEC LE VISA, POUR   *
000182*  CONTREPASSER LE MOUVEMENT D'UNE CONVERSION ANNULEE.           *
000190*                                                                *
000200*  FONCTIONS :                                                   *
000210*      "A" = ACHAT DE DEVISE (POSITION AUGMENTEE)                *
000360*  HISTORIQUE DES MODIFICATIONS.                                 *
000370*  DATE        AUTEUR   DESCRIPTION                              *
000380*  02/09/2026  SEI      CREATION DU PROGRAMME.                   *
000385*  15/10/2026  SEI      APPEL PAR ANNULATION-CONVERSION.         *
000390*================================================================*
000400
000410 ENVIRONMENT DIVISION.
