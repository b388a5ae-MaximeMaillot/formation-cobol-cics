      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FSIRE11    *
      *    REPERTOIRE NATIONAL DES ETABLISSEMENTS (SIRENE),      *
      *    RECHARGE EN TOTALITE PAR SIR1CI11 DEPUIS L'EXTRAIT    *
      *    PUBLIC. SIR2CI11 Y CONTROLE LE SIRET, L'ETAT ET LA    *
      *    DENOMINATION DE CHAQUE EMPLOYEUR D'ACCUEIL FEMPL11    *
      *    CLE : E-SIR-SIRET                                     *
      *----------------------------------------------------------*
       01  E-ETABLISSEMENT.
      *-------------------------------------------  SIRET
           05 E-SIR-SIRET            PIC X(14).
      *-------------------------------------------  ETAT ADMINISTRATIF
           05 E-SIR-ETAT             PIC X(1).
             88 SIR-ACTIF                 VALUE 'A'.
             88 SIR-FERME                 VALUE 'F'.
      *-------------------------------------------  DATE DE L'ETAT
      *                                             (AAAAMMJJ)
           05 E-SIR-DATE-ETAT        PIC X(8).
      *-------------------------------------------  DENOMINATION
           05 E-SIR-DENOMINATION     PIC X(60).
