       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDNIR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    CONTROLE D'UN NIR (13 CHIFFRES + CLE SUR 2) :          *
      *    - CLE = 97 - (NUMERO MODULO 97), LA CORSE (2A / 2B    *
      *      EN DEPARTEMENT) ETANT CALCULEE AVEC 19 / 18         *
      *    - 1ER CHIFFRE (1 HOMME, 2 FEMME) CONFORME AU SEXE     *
      *      DECLARE (H / F)                                     *
      *    - ANNEE (2 DERNIERS CHIFFRES) ET MOIS CONFORMES A LA  *
      *      DATE DE NAISSANCE JJMMAAAA ; UN MOIS NIR 20 A 42 OU *
      *      50 A 99 (NAISSANCE A MOIS INCONNU) EST ADMIS        *
      *----------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 NIR-CALCUL                  PIC X(13).
       01 NIR-CALCUL-N REDEFINES NIR-CALCUL
                                      PIC 9(13).
       01 QUOTIENT-NIR                PIC 9(13).
       01 RESTE-NIR                   PIC 9(2).
       01 CLE-CALCULEE                PIC 9(2).
       01 CLE-SAISIE                  PIC 9(2).
       01 MOIS-NIR                    PIC 9(2).

       LINKAGE SECTION.
       01 pgm-param.
         02 NIR-ENTERED               PIC X(15).
         02 SEXE-ENTERED              PIC X(1).
         02 DATE-NAISS-ENTERED        PIC X(8).
         02 CR-NIR                    PIC 9.
           88 cr-nir-invalide      value 0.
           88 cr-nir-valide        value 1.
           88 cr-nir-sexe          value 2.
           88 cr-nir-naissance     value 3.

       PROCEDURE DIVISION USING pgm-param.
      *    Corps : 13 positions numeriques, sauf le departement
      *    corse 2A / 2B en positions 6-7
           MOVE NIR-ENTERED(1:13) TO NIR-CALCUL
           IF NIR-CALCUL(6:2) = '2A'
              MOVE '19' TO NIR-CALCUL(6:2)
           END-IF
           IF NIR-CALCUL(6:2) = '2B'
              MOVE '18' TO NIR-CALCUL(6:2)
           END-IF

           IF NIR-CALCUL IS NOT NUMERIC
              OR NIR-ENTERED(14:2) IS NOT NUMERIC
              perform 21100-NIR-ERROR
           END-IF

      *    Cle de controle modulo 97
           DIVIDE NIR-CALCUL-N BY 97
              GIVING QUOTIENT-NIR
              REMAINDER RESTE-NIR
           COMPUTE CLE-CALCULEE = 97 - RESTE-NIR
           MOVE NIR-ENTERED(14:2) TO CLE-SAISIE

           IF CLE-SAISIE NOT = CLE-CALCULEE
              perform 21100-NIR-ERROR
           END-IF

      *    Sexe : 1 = homme, 2 = femme
           IF NIR-ENTERED(1:1) NOT = '1' AND NOT = '2'
              perform 21100-NIR-ERROR
           END-IF
           IF (NIR-ENTERED(1:1) = '1' AND SEXE-ENTERED NOT = 'H')
              OR (NIR-ENTERED(1:1) = '2' AND SEXE-ENTERED NOT = 'F')
              MOVE 2 TO CR-NIR
              GOBACK
           END-IF

      *    Naissance : annee sur 2 chiffres puis mois
           IF NIR-ENTERED(2:2) NOT = DATE-NAISS-ENTERED(7:2)
              MOVE 3 TO CR-NIR
              GOBACK
           END-IF
           MOVE NIR-ENTERED(4:2) TO MOIS-NIR
           IF MOIS-NIR < 20
              AND NIR-ENTERED(4:2) NOT = DATE-NAISS-ENTERED(3:2)
              MOVE 3 TO CR-NIR
              GOBACK
           END-IF
           IF MOIS-NIR = 0
              OR (MOIS-NIR > 42 AND MOIS-NIR < 50)
              MOVE 3 TO CR-NIR
              GOBACK
           END-IF

           MOVE 1 TO CR-NIR
           GOBACK
           .

       21100-NIR-ERROR.
             MOVE 0 to CR-NIR
             GOBACK
           .
