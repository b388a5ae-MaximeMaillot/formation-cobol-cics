       77 SITE-UTILISATEUR            PIC X(3).
       COPY CHABI.

      *------------------------------------------------------*
      *   ROLE CONSULTATION (OU SANS PROFIL) : LE TELEPHONE   *
      *   DE LA LISTE EST MASQUE PAR MASQPERS                 *
      *------------------------------------------------------*
       77 W-MASQUAGE                  PIC 9.
         88 MASQUAGE-OUI              VALUE 1.
         88 MASQUAGE-NON              VALUE 0.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-masqpers                 PIC X(8) value 'MASQPERS'.

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.
       10500-LIT-SITE-UTILISATEUR.
      *---------------------------*
           MOVE SPACE TO SITE-UTILISATEUR
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult            TO TRUE
           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              MOVE E-HAB-SITE TO SITE-UTILISATEUR
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
           .

                     perform 91000-ERREUR-CICS
                END-EVALUATE
              END-PERFORM
              IF MASQUAGE-OUI
                 CALL pgm-masqpers USING E-STAGIAIRE
              END-IF
              MOVE E-NUMERO TO W-NUM
              MOVE E-NOM TO W-NOM
              MOVE E-PRENOM TO W-PRENOM
