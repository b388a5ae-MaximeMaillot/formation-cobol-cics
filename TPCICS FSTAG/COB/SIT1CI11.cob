      *======================================================*
      *   GESTION DU REFERENTIEL DES SITES (FSITE11) :      *
      *   CREATION ET MODIFICATION DES ANTENNES (Y COMPRIS  *
      *   LA BOITE AUX LETTRES QUI RECOIT LES AVIS DE       *
      *   TRANSFERT)                                        *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
           05 FILLER              PIC X(60).

       01 C-R                     PIC S9(8) COMP.
       01 EMAIL-AT-COUNT          PIC 9(2).

       01 MON-PROG                PIC X(8) VALUE 'SIT1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPIC11 '.

              MOVE E-SIT-LIBELLE     TO LIBELLEO
              MOVE E-SIT-VILLE       TO VILLEO
              MOVE E-SIT-TARIF-SALLE TO TARIFO
              MOVE E-SIT-EMAIL       TO EMAILSITO

              MOVE E-SIT-CODE        TO CODE-SIT-PREC
              MOVE 'Site existant : modification' to messo
      *        Code inconnu : le reste de la saisie creera le site
               SET SIT-EXISTE-NON TO TRUE
               MOVE CODESITI      TO CODE-SIT-PREC
               MOVE LOW-VALUE     TO LIBELLEO VILLEO TARIFO
                                     EMAILSITO
               MOVE 'Site nouveau : saisissez-le' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPIO
              MOVE 'Veuillez saisir un libelle' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le tarif journalier de salle (centimes, facultatif)
           IF TARIFI NOT = SPACE AND LOW-VALUE
              IF TARIFI IS NOT NUMERIC
                 MOVE -1 to tarifl
                 MOVE 'Tarif salle non numerique (centimes)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check la boite aux lettres de l'antenne (facultative)
           IF EMAILSITI NOT = SPACE AND LOW-VALUE
              MOVE 0 TO EMAIL-AT-COUNT
              INSPECT EMAILSITI TALLYING EMAIL-AT-COUNT FOR ALL '@'
              IF EMAIL-AT-COUNT NOT = 1
                 MOVE -1 to emailsitl
                 MOVE 'Adresse email du site invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-SITE.
           MOVE CODESITI  TO E-SIT-CODE
           MOVE LIBELLEI  TO E-SIT-LIBELLE
           MOVE VILLEI    TO E-SIT-VILLE
           IF TARIFI = SPACE OR LOW-VALUE
              MOVE 0      TO E-SIT-TARIF-SALLE
           ELSE
              MOVE TARIFI TO E-SIT-TARIF-SALLE
           END-IF
           IF EMAILSITI = LOW-VALUE
              MOVE SPACE     TO E-SIT-EMAIL
           ELSE
              MOVE EMAILSITI TO E-SIT-EMAIL
           END-IF

           MOVE 'FSITE'    TO file-name
           IF SIT-EXISTE-OUI
              MOVE 'H'    TO  confa
              MOVE -1     TO confl

              MOVE '9'    TO CODESITA LIBELLEA VILLEA TARIFA
                             EMAILSITA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE -1     TO confl

      *       Askip / Highlight / mdt
              MOVE '9'    TO CODESITA LIBELLEA VILLEA TARIFA
                             EMAILSITA

              MOVE 'Mauvais choix' TO messo

