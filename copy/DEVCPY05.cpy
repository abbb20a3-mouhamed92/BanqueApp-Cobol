000010*================================================================*
000020*  DEVCPY05 - ENREGISTREMENT TAUX PUBLIE PAR LA BANQUE CENTRALE  *
000030*  ALIMENTE PAR LE FICHIER RECU CHAQUE SOIR DE LA BCT - LU PAR   *
000040*  LE PROGRAMME DE RAPPROCHEMENT DES TAUX (RECON-DEV) ET PAR LA  *
000045*  REEVALUATION DE LA POSITION DE CHANGE (REEVAL-POS).           *
000050*================================================================*
000060 01  BCT-RECORD.
000070     05  BCT-CODE                PIC X(03).
