      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-validsir                 PIC X(8) value 'VALIDSIR'.

      * --------- Parametre pour sous-programme VALIDSIR (controle
      *           de la cle de Luhn du SIRET saisi)
       01 validsir-param.
         02 SIRET-A-VALIDER              PIC X(14).
         02 CR-SIRET                     PIC 9.
           88 cr-siret-invalide          value 0.
           88 cr-siret-valide            value 1.

      * --------- Zone de controle du prefixe telephonique
       01 NUM-TEL-NUMERIC                PIC 99.
              MOVE E-EMP-VILLE    TO VILLEO
              MOVE E-EMP-CONTACT  TO CONTACTO
              MOVE E-EMP-TEL      TO TELEMPO
              MOVE E-EMP-SECTEUR  TO SECTEURO

              MOVE E-EMP-CODE     TO CODE-EMP-PREC
              MOVE 'Employeur existant : modification' to messo
               MOVE CODEEMPI      TO CODE-EMP-PREC
               MOVE LOW-VALUE     TO RAISONO SIRETO ADR1O ADR2O
                                     CODEPO VILLEO CONTACTO TELEMPO
                                     SECTEURO
               MOVE 'Employeur nouveau : saisissez-le' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPUO
      * -------------------------------------------------------*
      * ---------------- CHAMPS NON OBLIGATOIRES --------------*
      * -------------------------------------------------------*
      *    Check le SIRET (14 chiffres, cle de Luhn via VALIDSIR)
           IF SIRETI NOT = SPACE AND LOW-VALUE
              IF SIRETI IS NOT NUMERIC
                 MOVE -1 to siretl
                 MOVE 'SIRET non numerique (14 chiffres)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE SIRETI TO SIRET-A-VALIDER
              CALL pgm-validsir using validsir-param
              IF cr-siret-invalide
                 MOVE -1 to siretl
                 MOVE 'SIRET invalide (cle de controle fausse)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check les champs d'adresses
                 END-IF
              END-IF
           END-IF

      *    Check le secteur d'activite (grand domaine ROME A a N)
           IF SECTEURI NOT = SPACE AND LOW-VALUE
              IF SECTEURI < 'A' OR SECTEURI > 'N'
                 MOVE -1 to secteurl
                 MOVE 'Secteur invalide : grand domaine ROME A a N'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-EMPLOYEUR.
      *    Ecrit l'employeur (creation ou modification). En
      *    modification, l'enregistrement est relu pour conserver
      *    le statut decide par la supervision (EST1CI11)
           MOVE CODEEMPI  TO E-EMP-CODE
           IF EMP-EXISTE-OUI
              MOVE 'FEMPL'     TO file-name
              SET c-read       TO TRUE
              MOVE E-EMPLOYEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt      TO E-EMPLOYEUR
           ELSE
              MOVE 'A'   TO E-EMP-STATUT
              MOVE SPACE TO E-EMP-STATUT-MOTIF E-EMP-STATUT-DATE
                            E-EMP-STATUT-SUPERV
           END-IF
           MOVE RAISONI   TO E-EMP-RAISON
           MOVE SIRETI    TO E-EMP-SIRET
           MOVE ADR1I     TO E-EMP-ADR1
           MOVE VILLEI    TO E-EMP-VILLE
           MOVE CONTACTI  TO E-EMP-CONTACT
           MOVE TELEMPI   TO E-EMP-TEL
           MOVE SECTEURI  TO E-EMP-SECTEUR

           MOVE 'FEMPL'    TO file-name
           IF EMP-EXISTE-OUI
              MOVE -1     TO confl

              MOVE '9'    TO CODEEMPA RAISONA SIRETA ADR1A ADR2A
                             CODEPA VILLEA CONTACTA TELEMPA SECTEURA

              MOVE 'Confirmez votre choix -(O/N)' to messo


      *       Askip / Highlight / mdt
              MOVE '9'    TO CODEEMPA RAISONA SIRETA ADR1A ADR2A
                             CODEPA VILLEA CONTACTA TELEMPA SECTEURA

              MOVE 'Mauvais choix' TO messo

