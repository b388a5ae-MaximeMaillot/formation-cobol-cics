      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FPREQ11    *
      *    PREREQUIS D'UNE SESSION, SAISIS SUR PRQ1CI11 : UNE    *
      *    CERTIFICATION OBTENUE (FRESU11, VERDICT O) OU UNE     *
      *    SESSION SUIVIE JUSQU'AU BOUT (FPLAC11, PLACEMENT      *
      *    TERMINE). LE PREREQUIS EST SATISFAIT PAR LA SESSION   *
      *    EXIGEE OU PAR TOUTE SESSION DE MEME INTITULE (SES     *
      *    RECONDUCTIONS). LE RATTACHEMENT (INF1CI11, INF3CI11,  *
      *    CHA1CI11, MAJ1CI11) EST BLOQUE S'IL MANQUE UN         *
      *    PREREQUIS ; EN LIGNE LA SUPERVISION PEUT DEROGER,     *
      *    TRACE EN AUDIT (RESSOURCE FPREQ11)                    *
      *    CLE : E-PRQ-CLE = SESSION + TYPE + SESSION EXIGEE     *
      *----------------------------------------------------------*
       01  E-PREREQUIS.
      *-------------------------------------------  CLE
           05 E-PRQ-CLE.
             10 E-PRQ-SESSION        PIC X(6).
             10 E-PRQ-TYPE           PIC X(1).
               88 PRQ-CERTIFICATION       VALUE 'C'.
               88 PRQ-SESSION-SUIVIE      VALUE 'S'.
             10 E-PRQ-REQUIS         PIC X(6).
      *-------------------------------------------  MISE A JOUR
           05 E-PRQ-DATE-MAJ         PIC X(10).
           05 E-PRQ-USERID           PIC X(8).
