      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FNIRJ11    *
      *    JOURNAL DES ACCES AU NIR (FNIR11) : CHAQUE LECTURE    *
      *    POUR AFFICHAGE ET CHAQUE SAISIE EN LIGNE Y EST        *
      *    TRACEE (USERID, TERMINAL, HORODATAGE, NUMERO, ECRAN), *
      *    SUR LE MODELE DE FBANJ11 POUR LES COORDONNEES         *
      *    BANCAIRES                                             *
      *    CLE = NUMERO + DATE + HEURE + TERMINAL                *
      *----------------------------------------------------------*
       01  E-ACCES-NIR.
      *-------------------------------------------  CLE D'ACCES
           05 E-NRJ-CLE.
             10 E-NRJ-NUMERO         PIC X(6).
             10 E-NRJ-DATE           PIC X(10).
             10 E-NRJ-HEURE          PIC X(8).
             10 E-NRJ-TERMINAL       PIC X(4).
      *-------------------------------------------  USERID DU USER
           05 E-NRJ-USERID           PIC X(8).
      *-------------------------------------------  NATURE DE L'ACCES
           05 E-NRJ-ACTION           PIC X(1).
             88 NRJ-CONSULTATION          VALUE 'C'.
             88 NRJ-MISE-A-JOUR           VALUE 'M'.
      *-------------------------------------------  PROGRAMME APPELANT
           05 E-NRJ-PROGRAMME        PIC X(8).
      *-------------------------------------------  RESERVE
           05 FILLER                 PIC X(5).
