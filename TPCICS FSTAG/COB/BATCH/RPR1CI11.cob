           05 CAND-EMAIL              PIC X(40).
           05 CAND-DATE-DEB           PIC X(8).
           05 CAND-DATE-FIN           PIC X(8).
           05 CAND-CODE-SESSION       PIC X(6).
           05 FILLER                  PIC X(35).
      *        ENVELOPPE DE L'ECHANGE SOUMIS (CF CHA1CI11) :
      *        PREMIERE LIGNE '01' (NUMERO + NOMBRE ANNONCE),
      *        DERNIERE LIGNE '99' (NOMBRE PORTE)
