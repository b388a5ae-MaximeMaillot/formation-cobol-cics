       01 CLE-HABILITATION            PIC X(8).
       COPY CHABI.

      *------------------------------------------------------*
      *   ROLE CONSULTATION (OU SANS PROFIL) : LE TELEPHONE   *
      *   DE LA LISTE EST MASQUE PAR MASQPERS                 *
      *------------------------------------------------------*
       77 W-MASQUAGE                  PIC 9.
         88 MASQUAGE-OUI              VALUE 1.
         88 MASQUAGE-NON              VALUE 0.
       01 pgm-masqpers                PIC X(8) VALUE 'MASQPERS'.

      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
       10500-LIT-SITE-UTILISATEUR.
      *---------------------------*
           MOVE SPACE TO SITE-UTILISATEUR
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID TO CLE-HABILITATION
           EXEC CICS READ
                     FILE('FHABI11 ')
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              MOVE E-HAB-SITE TO SITE-UTILISATEUR
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
           .

                   AND (SITE-UTILISATEUR = SPACE OR LOW-VALUE
                        OR E-CODE-SITE = SITE-UTILISATEUR)
                    ADD 1 TO J
                    IF MASQUAGE-OUI
                       CALL pgm-masqpers USING E-STAGIAIRE
                    END-IF
                    MOVE E-NUMERO TO W-NUM
                    MOVE E-NOM TO W-NOM
                    MOVE E-PRENOM TO W-PRENOM
