      * Structure d'un stagiaire
       COPY CSTAG.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * --------- Role consultation (ou sans profil FHABI11) : la
      *           recherche inverse par telephone ou email revelerait
      *           des coordonnees masquees ailleurs, elle est refusee
       01 W-MASQUAGE                     PIC 9.
         88 MASQUAGE-OUI           VALUE 1.
         88 MASQUAGE-NON           VALUE 0.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

           MOVE  PROG-COURANT     TO  PROG-PRECEDENT
           MOVE  MON-PROG         TO  PROG-COURANT

           PERFORM 10500-LIT-ROLE-UTILISATEUR
           .

       10500-LIT-ROLE-UTILISATEUR.
      *---------------------------*
      *    Seuls les roles gestion et supervision peuvent chercher
      *    un dossier par ses coordonnees
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
           .

       20000-TRAIT-PROGRAMME.
           MOVE EMAILI   TO W-CRI-EMAIL
           INSPECT W-CRITERES REPLACING ALL LOW-VALUE BY SPACE

           IF MASQUAGE-OUI
              AND (W-CRI-TEL NOT = SPACE OR W-CRI-EMAIL NOT = SPACE)
              MOVE -1 to tell
              MOVE 'Recherche par telephone/email reservee a la gestion'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23650-RANGE-CRITERES

           MOVE 0 TO CURRENT-KEY
