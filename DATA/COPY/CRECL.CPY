      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRECL11    *
      *    REGISTRE DES RECLAMATIONS (STAGIAIRES, EMPLOYEURS OU  *
      *    FINANCEURS) RATTACHEES A UN DOSSIER STAGIAIRE ET LE   *
      *    CAS ECHEANT A UN EMPLOYEUR ET / OU UNE SESSION.       *
      *    SAISIE ET SUIVI SUR RCL1CI11, EDITION MENSUELLE PAR   *
      *    RCL2CI11. UNE RECLAMATION SANS DATE DE REPONSE EST    *
      *    OUVERTE (SYNTHESE SYN1CI11, DROIT D'ACCES DRA2CI11)   *
      *    CLE : E-RCL-CLE = NUMERO + SEQUENCE (ATTRIBUEE A LA   *
      *    CREATION : DERNIERE SEQUENCE DU DOSSIER + 1)          *
      *----------------------------------------------------------*
       01  E-RECLAMATION.
      *-------------------------------------------  CLE
           05 E-RCL-CLE.
             10 E-RCL-NUMERO         PIC 9(6).
             10 E-RCL-SEQ            PIC 9(3).
      *-------------------------------------------  AUTEUR
           05 E-RCL-ORIGINE          PIC X(1).
             88 RCL-ORIG-STAGIAIRE        VALUE 'S'.
             88 RCL-ORIG-EMPLOYEUR        VALUE 'E'.
             88 RCL-ORIG-FINANCEUR        VALUE 'F'.
             88 RCL-ORIGINE-VALIDE        VALUE 'S' 'E' 'F'.
      *-------------------------------------------  RATTACHEMENTS
      *                                             FACULTATIFS
           05 E-RCL-EMPLOYEUR        PIC X(6).
           05 E-RCL-SESSION          PIC X(6).
      *-------------------------------------------  CATEGORIE
           05 E-RCL-CATEGORIE        PIC X(2).
             88 RCL-CAT-PEDAGOGIE         VALUE 'PE'.
             88 RCL-CAT-ORGANISATION      VALUE 'OR'.
             88 RCL-CAT-PLACEMENT         VALUE 'PL'.
             88 RCL-CAT-REMUNERATION      VALUE 'RE'.
             88 RCL-CAT-COMPORTEMENT      VALUE 'CO'.
             88 RCL-CAT-AUTRE             VALUE 'AU'.
             88 RCL-CATEGORIE-VALIDE      VALUE 'PE' 'OR' 'PL'
                                                'RE' 'CO' 'AU'.
      *-------------------------------------------  CANAL D'ARRIVEE
           05 E-RCL-CANAL            PIC X(1).
             88 RCL-CANAL-COURRIER        VALUE 'C'.
             88 RCL-CANAL-TELEPHONE       VALUE 'T'.
             88 RCL-CANAL-COURRIEL        VALUE 'M'.
             88 RCL-CANAL-ACCUEIL         VALUE 'A'.
             88 RCL-CANAL-VALIDE          VALUE 'C' 'T' 'M' 'A'.
      *-------------------------------------------  RECEPTION
      *                                             (AAAAMMJJ)
           05 E-RCL-DATE-RECEPTION   PIC X(8).
           05 E-RCL-OBJET            PIC X(120).
      *-------------------------------------------  GESTIONNAIRE
      *                                             EN CHARGE (FHABI11)
           05 E-RCL-GESTIONNAIRE     PIC X(8).
      *-------------------------------------------  REPONSE
      *                                             (AAAAMMJJ, BLANC =
      *                                             RECLAMATION
      *                                             OUVERTE)
           05 E-RCL-DATE-REPONSE     PIC X(8).
           05 E-RCL-ISSUE            PIC X(1).
             88 RCL-ISSUE-FONDEE          VALUE 'F'.
             88 RCL-ISSUE-PARTIELLE       VALUE 'P'.
             88 RCL-ISSUE-NON-FONDEE      VALUE 'N'.
             88 RCL-ISSUE-VALIDE          VALUE 'F' 'P' 'N'.
           05 E-RCL-REPONSE          PIC X(60).
      *-------------------------------------------  MISE A JOUR
           05 E-RCL-DATE-MAJ         PIC X(10).
           05 E-RCL-USERID           PIC X(8).
