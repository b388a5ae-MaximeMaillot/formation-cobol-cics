      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FTRIP11    *
      *    REGISTRE DES CONVENTIONS TRIPARTITES DE PLACEMENT     *
      *    (STAGIAIRE / EMPLOYEUR / CENTRE) : UNE CONVENTION     *
      *    PAR PLACEMENT FPLAC11, EDITEE PAR TRI2CI11 A LA       *
      *    CREATION PUIS REEDITEE (VERSION SUIVANTE) A TOUTE     *
      *    MODIFICATION DES DONNEES IMPRIMEES. LE RETOUR SIGNE   *
      *    EST SAISI SUR TRI1CI11                                *
      *    CLE : E-TRI-CLE = NUMERO + SEQUENCE DU PLACEMENT      *
      *----------------------------------------------------------*
       01  E-TRIPARTITE.
      *-------------------------------------------  CLE
           05 E-TRI-CLE.
             10 E-TRI-NUMERO         PIC 9(6).
             10 E-TRI-SEQ            PIC 9(2).
      *-------------------------------------------  ETAT DE LA CONVENTION
           05 E-TRI-ETAT             PIC X(1).
             88 TRI-EMISE                 VALUE 'E'.
             88 TRI-RETOURNEE             VALUE 'R'.
             88 TRI-ANNULEE               VALUE 'A'.
      *-------------------------------------------  DERNIERE EDITION
      *                                             (AAAAMMJJ)
           05 E-TRI-VERSION          PIC 9(2).
           05 E-TRI-DATE-EDITION     PIC X(8).
      *-------------------------------------------  RETOUR SIGNE
      *                                             (AAAAMMJJ, BLANC =
      *                                             NON RETOURNEE)
           05 E-TRI-DATE-RETOUR      PIC X(8).
           05 E-TRI-USERID-RETOUR    PIC X(8).
      *-------------------------------------------  DONNEES IMPRIMEES
      *                                             (COMPAREES AU
      *                                             PLACEMENT POUR
      *                                             DETECTER UNE
      *                                             MODIFICATION)
           05 E-TRI-IMAGE.
             10 E-TRI-DATE-DEB       PIC X(8).
             10 E-TRI-DATE-FIN       PIC X(8).
             10 E-TRI-SESSION        PIC X(6).
             10 E-TRI-EMPLOYEUR      PIC X(6).
             10 E-TRI-TUTEUR         PIC X(2).
             10 E-TRI-CONVENTION     PIC X(15).
