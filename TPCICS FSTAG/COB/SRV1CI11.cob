           88 cr-phonetique-vide value 0.
           88 cr-phonetique-ok   value 1.

      * --------- Appelant sans le role gestion ou supervision
      *           (profil FHABI11 'C' ou absent) : la lecture rend
      *           les coordonnees masquees par MASQPERS
       COPY CHABI.
       01 CLE-HABILITATION        PIC X(8).
       01 W-MASQUAGE              PIC 9.
         88 MASQUAGE-OUI          VALUE 1.
         88 MASQUAGE-NON          VALUE 0.
       01 pgm-masqpers            PIC X(8) VALUE 'MASQPERS'.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY CSRVINQ REPLACING ==01  SRV-COMMAREA.== BY
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 10000-LIT-ROLE-APPELANT

           EVALUATE TRUE
              WHEN SRV-F-LECTURE
                 PERFORM 20000-TRAIT-LECTURE
           EXEC CICS RETURN END-EXEC
           .

      *--------------------------------------------------
      * -- ROLE DE L'UTILISATEUR APPELANT (FHABI11) ------
      *--------------------------------------------------
       10000-LIT-ROLE-APPELANT.
      *------------------------*
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID TO CLE-HABILITATION
           EXEC CICS READ
                     FILE('FHABI11 ')
                     RIDFLD(CLE-HABILITATION)
                     INTO(E-HABILITATION)
                     RESP(C-R)
           END-EXEC
           IF C-R = DFHRESP(NORMAL)
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * -- LECTURE D'UN DOSSIER PAR NUMERO ---------------
      *--------------------------------------------------
                 IF SUPPRIME-OUI
                    SET SRV-CR-NON-TROUVE TO TRUE
                 ELSE
                    IF MASQUAGE-OUI
                       CALL pgm-masqpers USING E-STAGIAIRE
                    END-IF
                    MOVE E-NOM             TO SRV-NOM
                    MOVE E-PRENOM          TO SRV-PRENOM
                    MOVE E-ADR1            TO SRV-ADR1
