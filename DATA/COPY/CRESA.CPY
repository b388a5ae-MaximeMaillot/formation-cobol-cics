      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRESA11    *
      *    RESERVATIONS DE SALLES PAR LES SESSIONS : UN          *
      *    ENREGISTREMENT PAR SESSION AYANT UNE SALLE, SUR LA    *
      *    PERIODE DE LA SESSION. ECRIT PAR SES1CI11 QUI REFUSE  *
      *    TOUT CHEVAUCHEMENT DANS LA MEME SALLE ; LU PAR        *
      *    L'EDITION D'OCCUPATION SAL2CI11                       *
      *    CLE : E-RSA-CLE = SALLE (SITE + CODE) + DEBUT         *
      *          (AAAAMMJJ) + SESSION                            *
      *----------------------------------------------------------*
       01  E-RESERVATION.
      *-------------------------------------------  CLE
           05 E-RSA-CLE.
             10 E-RSA-SALLE.
               15 E-RSA-SITE         PIC X(3).
               15 E-RSA-CODE-SALLE   PIC X(3).
             10 E-RSA-DATE-DEB       PIC 9(8).
             10 E-RSA-SESSION        PIC X(6).
      *-------------------------------------------  FIN (AAAAMMJJ)
           05 E-RSA-DATE-FIN         PIC 9(8).
      *-------------------------------------------  MISE A JOUR
           05 E-RSA-DATE-MAJ         PIC X(10).
           05 E-RSA-USERID           PIC X(8).
