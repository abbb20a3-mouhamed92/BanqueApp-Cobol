000060*  ETAPES DE LA CHAINE :                                         *
000070*      01 = CONTROLE-TRX            02 = CONVERSION-BATCH        *
000080*      03 = RECONCILIATION-JOURNEE  04 = RECONCILIATION-TAUX     *
000090*      05 = REEVALUATION-POSITION   06 = POSITION-TRESORERIE     *
000092*      07 = ARCHIVAGE-AUDIT (FIN DE MOIS)                        *
000095*      08 = STATISTIQUE-BCT (FIN DE MOIS, APRES L'ARCHIVAGE)     *
000100*  UNE ETAPE REFUSE DE DEMARRER SI L'ETAPE PRECEDENTE N'EST PAS  *
000110*  TERMINEE POUR LA DATE (CODE RETOUR AU PLUS 8) OU SI ELLE A    *
000120*  ELLE-MEME DEJA ETE TERMINEE POUR CETTE DATE.                  *
000122*  CLOTURE-JOURNEE N'AVANCE LA DATE DE TRAITEMENT (DATETRT)      *
000124*  QU'UNE FOIS LES ETAPES DE LA DATE TERMINEES (01 A 06, ET 07   *
000126*  ET 08 EN FIN DE MOIS).                                        *
000130*================================================================*
000140 01  CHN-RECORD.
000150     05  CHN-CLE.
