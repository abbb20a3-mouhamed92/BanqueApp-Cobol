000010*================================================================*
000020*  DEVCPY35 - ENREGISTREMENT DU LIVRE DE POSITION DE CHANGE      *
000030*  (FICHIER POSDEV) - UN ENREGISTREMENT PAR DEVISE, REPORTE DE   *
000040*  JOUR EN JOUR ET TENU A JOUR PAR REEVALUATION-POSITION A       *
000050*  PARTIR DES MOUVEMENTS DE LA JOURNEE (AUDITLOG) :              *
000060*      - POSITION OUVERTE EN DEVISE (SIGNEE : NEGATIVE POUR UNE  *
000070*        POSITION COURTE) ET SON COUT HISTORIQUE EN TND AU COUT  *
000080*        MOYEN PONDERE (SIGNE COMME LA POSITION),                *
000090*      - COURS BCT DE LA DERNIERE REEVALUATION ET RESULTAT       *
000100*        LATENT DEJA COMPTABILISE A CE COURS (VALEUR AU COURS    *
000110*        MOINS COUT HISTORIQUE),                                 *
000120*      - CUMULS DU MOIS EN COURS : RESULTAT REALISE ET VARIATION *
000130*        DU RESULTAT LATENT, REMIS A ZERO AU PREMIER TRAITEMENT  *
000140*        D'UN NOUVEAU MOIS.                                      *
000150*  LA DATE EST CELLE DE LA DERNIERE REEVALUATION. TOUS LES       *
000160*  MONTANTS TND SONT EXPRIMES AVEC 2 DECIMALES.                  *
000170*================================================================*
000180 01  PDV-RECORD.
000190     05  PDV-DEVISE              PIC X(03).
000200     05  PDV-DATE                PIC 9(08).
000210     05  PDV-POSITION            PIC S9(11)V9(02).
000220     05  PDV-COUT-TND            PIC S9(13)V9(02).
000230     05  PDV-COUT-MOYEN          PIC 9(03)V9(06).
000240     05  PDV-TAUX-REEVAL         PIC 9(03)V9(04).
000250     05  PDV-LATENT-TND          PIC S9(13)V9(02).
000260     05  PDV-MOIS                PIC 9(06).
000270     05  PDV-REALISE-MOIS        PIC S9(13)V9(02).
000280     05  PDV-LATENT-MOIS         PIC S9(13)V9(02).
000290     05  FILLER                  PIC X(10).
