              MOVE E-FOR-TEL    TO TELO
              MOVE E-FOR-EMAIL  TO EMAILO
              MOVE E-FOR-SITE   TO SITEO
              MOVE E-FOR-COUT-HORAIRE TO COUTO

              MOVE E-FOR-CODE   TO CODE-FOR-PREC
              MOVE 'Formateur existant : modification' to messo
               SET FOR-EXISTE-NON TO TRUE
               MOVE CODEFORI      TO CODE-FOR-PREC
               MOVE LOW-VALUE     TO NOMO PRENOMO TELO EMAILO SITEO
                                     COUTO
               MOVE 'Formateur nouveau : saisissez-le' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPA3O
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check le cout horaire charge (centimes, facultatif :
      *    a blanc le formateur n'est pas valorise dans MRG1CI11)
           IF COUTI NOT = SPACE AND LOW-VALUE
              IF COUTI IS NOT NUMERIC
                 MOVE -1 to coutl
                 MOVE 'Cout horaire non numerique (centimes)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-FORMATEUR.
           MOVE TELI     TO E-FOR-TEL
           MOVE EMAILI   TO E-FOR-EMAIL
           MOVE SITEI    TO E-FOR-SITE
           IF COUTI = SPACE OR LOW-VALUE
              MOVE 0     TO E-FOR-COUT-HORAIRE
           ELSE
              MOVE COUTI TO E-FOR-COUT-HORAIRE
           END-IF

           MOVE 'FFORM'     TO file-name
           IF FOR-EXISTE-OUI
              MOVE -1     TO confl

              MOVE '9'    TO CODEFORA NOMA PRENOMA TELA EMAILA SITEA
                             COUTA

              MOVE 'Confirmez votre choix -(O/N)' to messo


      *       Askip / Highlight / mdt
              MOVE '9'    TO CODEFORA NOMA PRENOMA TELA EMAILA SITEA
                             COUTA

              MOVE 'Mauvais choix' TO messo

