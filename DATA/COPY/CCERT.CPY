      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FCERT11    *
      *    REGISTRE DES CERTIFICATS DELIVRES PAR CRT1CI11 : UN   *
      *    ENREGISTREMENT PAR CERTIFICAT, IDENTIFIE PAR SON      *
      *    NUMERO DE VERIFICATION (ANNEE + RANG + CLE DE         *
      *    CONTROLE MODULO 97) CONSULTABLE SUR L'ECRAN CRT2CI11. *
      *    UNE CORRECTION DU RESULTAT (EXA1CI11) REVOQUE LE      *
      *    CERTIFICAT, LE REGISTRE EN GARDE LA TRACE             *
      *    CLE : E-CRT-CLE = E-CRT-ANNEE + E-CRT-RANG +          *
      *          E-CRT-CLE-CTRL                                  *
      *----------------------------------------------------------*
       01  E-CERTIFICAT.
      *-------------------------------------------  CLE
           05 E-CRT-CLE.
             10 E-CRT-ANNEE          PIC 9(4).
             10 E-CRT-RANG           PIC 9(6).
             10 E-CRT-CLE-CTRL       PIC 9(2).
           05 E-CRT-NUMERO REDEFINES E-CRT-CLE
                                     PIC 9(12).
      *-------------------------------------------  TITULAIRE AU MOMENT
      *                                             DE L'EMISSION
           05 E-CRT-STAGIAIRE        PIC 9(6).
           05 E-CRT-NOM              PIC X(20).
           05 E-CRT-PRENOM           PIC X(15).
      *-------------------------------------------  EPREUVE
           05 E-CRT-SESSION          PIC X(6).
           05 E-CRT-TITRE            PIC X(30).
           05 E-CRT-DATE-EXAM        PIC X(8).
           05 E-CRT-SCORE            PIC 9(3).
      *-------------------------------------------  EMISSION
           05 E-CRT-DATE-EMISSION    PIC X(10).
      *-------------------------------------------  ETAT
           05 E-CRT-ETAT             PIC X(1).
             88 CRT-VALIDE                VALUE 'V'.
             88 CRT-REVOQUE               VALUE 'R'.
           05 E-CRT-DATE-REVOC       PIC X(10).
           05 E-CRT-USERID-REVOC     PIC X(8).
