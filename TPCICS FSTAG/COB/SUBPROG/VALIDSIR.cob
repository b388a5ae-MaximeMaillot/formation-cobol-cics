       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDSIR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    CONTROLE DE LA CLE D'UN SIRET (14 CHIFFRES) : ALGO-    *
      *    RITHME DE LUHN, LES CHIFFRES DE RANG PAIR EN PARTANT   *
      *    DE LA DROITE SONT DOUBLES (9 RETRANCHE AU-DELA DE 9)   *
      *    ET LA SOMME DOIT ETRE MULTIPLE DE 10. EXCEPTION : LES  *
      *    ETABLISSEMENTS DE LA POSTE (SIREN 356000000) DONT LA   *
      *    SOMME SIMPLE DES CHIFFRES DOIT ETRE MULTIPLE DE 5      *
      *----------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 I                           PIC 99.
       01 CHIFFRE-COURANT             PIC 9.
       01 CHIFFRE-DOUBLE              PIC 99.
       01 SOMME-LUHN                  PIC 9(4).
       01 QUOTIENT-LUHN               PIC 9(4).
       01 RESTE-LUHN                  PIC 9(2).

       LINKAGE SECTION.
       01 pgm-param.
         02 SIRET-ENTERED             PIC X(14).
         02 CR-SIRET                  PIC 9.
           88 cr-siret-invalide value 0.
           88 cr-siret-valide   value 1.

       PROCEDURE DIVISION USING pgm-param.
      *    Un SIRET comporte exactement 14 chiffres
           IF SIRET-ENTERED IS NOT NUMERIC
              perform 21100-SIRET-ERROR
           END-IF

           MOVE 0 TO SOMME-LUHN
           IF SIRET-ENTERED(1:9) = '356000000'
      *       La Poste : somme simple des chiffres, multiple de 5
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                 MOVE SIRET-ENTERED(I:1) TO CHIFFRE-COURANT
                 ADD CHIFFRE-COURANT TO SOMME-LUHN
              END-PERFORM
              DIVIDE SOMME-LUHN BY 5
                 GIVING QUOTIENT-LUHN
                 REMAINDER RESTE-LUHN
           ELSE
      *       Luhn : rangs impairs (1, 3 ... 13) doubles, soit les
      *       rangs pairs en partant de la droite sur 14 chiffres
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 14
                 MOVE SIRET-ENTERED(I:1) TO CHIFFRE-COURANT
                 DIVIDE I BY 2
                    GIVING QUOTIENT-LUHN
                    REMAINDER RESTE-LUHN
                 IF RESTE-LUHN = 1
                    COMPUTE CHIFFRE-DOUBLE = CHIFFRE-COURANT * 2
                    IF CHIFFRE-DOUBLE > 9
                       SUBTRACT 9 FROM CHIFFRE-DOUBLE
                    END-IF
                    ADD CHIFFRE-DOUBLE TO SOMME-LUHN
                 ELSE
                    ADD CHIFFRE-COURANT TO SOMME-LUHN
                 END-IF
              END-PERFORM
              DIVIDE SOMME-LUHN BY 10
                 GIVING QUOTIENT-LUHN
                 REMAINDER RESTE-LUHN
           END-IF

           IF RESTE-LUHN = 0
              MOVE 1 TO CR-SIRET
           ELSE
              MOVE 0 TO CR-SIRET
           END-IF
           GOBACK
           .

       21100-SIRET-ERROR.
             MOVE 0 to CR-SIRET
             GOBACK
           .
