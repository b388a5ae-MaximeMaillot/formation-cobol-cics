      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FEMPL11    *
      *    REFERENTIEL DES EMPLOYEURS D'ACCUEIL                  *
      *    STATUT : A(CTIF), V (SOUS SURVEILLANCE), S(USPENDU)   *
      *    DATE DU STATUT EN AAAAMMJJ                            *
      *    CLE : E-EMP-CODE                                      *
      *----------------------------------------------------------*
       01  E-EMPLOYEUR.
      *-------------------------------------------  RAISON SOCIALE
           05 E-EMP-RAISON           PIC X(30).
      *-------------------------------------------  SIRET
      *                                             (CLE DE LUHN
      *                                             VERIFIEE PAR
      *                                             VALIDSIR, CONTROLE
      *                                             SIRENE SIR2CI11)
           05 E-EMP-SIRET            PIC X(14).
      *-------------------------------------------  ADRESSE
           05 E-EMP-ADR1             PIC X(30).
      *-------------------------------------------  CONTACT
           05 E-EMP-CONTACT          PIC X(30).
           05 E-EMP-TEL              PIC X(10).
      *-------------------------------------------  SECTEUR D'ACTIVITE
      *                                             (GRAND DOMAINE ROME
      *                                              A A N, CF FROME11 ;
      *                                              COMPARE AU METIER
      *                                              CIBLE PAR ROM2CI11)
           05 E-EMP-SECTEUR          PIC X(1).
      *-------------------------------------------  STATUT EMPLOYEUR
      *                                             (DECISION DE SUPER-
      *                                             VISION, EST1CI11 ;
      *                                             HISTORIQUE FEMPH11)
      *                                             SUSPENDU : AUCUN
      *                                             NOUVEAU PLACEMENT
      *                                             FPLAC11
           05 E-EMP-STATUT           PIC X(1).
             88 EMP-ACTIF                 VALUE 'A' ' '.
             88 EMP-SURVEILLE             VALUE 'V'.
             88 EMP-SUSPENDU              VALUE 'S'.
           05 E-EMP-STATUT-MOTIF     PIC X(60).
           05 E-EMP-STATUT-DATE      PIC X(8).
           05 E-EMP-STATUT-SUPERV    PIC X(8).
