      * Structure d'un courriel du sas (FMAIL11)
       COPY CMAIL.

      * Structure du NIR du stagiaire (FNIR11)
       COPY CNIR.

      * Journal des acces au NIR (FNIRJ11)
       COPY CNIRJ.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.


      *  
       01 interval                       pic S9(15) comp-3.
      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-masqpers                 PIC X(8) value 'MASQPERS'.

      * ---------- ParamÃ¨tre pour sous-programme ACCFILE
       01 accfile-param.
           88 c-startbr            value 5.
           88 c-readnext           value 6.
           88 c-endbr              value 7.
           88 c-consult            value 8.
         05 code-retour                  PIC 99.
           88 cr-ok                value 0.
           88 cr-key-exists        value 1.
         88 STAGIAIRE-TROUVE-OUI         VALUE 1.
         88 STAGIAIRE-TROUVE-NON         VALUE 0.

      * --------- NIR affiche masque : seules les 5 premieres
      *           positions (sexe, annee et mois de naissance, deja
      *           a l'ecran) restent lisibles
       01 W-NIR-MASQUE                   PIC X(15).

      * --------- Donnees personnelles masquees (MASQPERS) pour le
      *           role consultation ou un utilisateur sans profil
      *           FHABI11, a l'ecran comme sur la fiche imprimee
       01 W-MASQUAGE                     PIC 9.
         88 MASQUAGE-OUI           VALUE 1.
         88 MASQUAGE-NON           VALUE 0.

      * --------- Ligne de la fiche imprimee (TDQ IMPR)
       01 W-LIGNE-IMPR                   PIC X(80).


           MOVE  PROG-COURANT     TO  PROG-PRECEDENT
           MOVE  MON-PROG         TO  PROG-COURANT

           PERFORM 10500-LIT-ROLE-UTILISATEUR
           .

       10500-LIT-ROLE-UTILISATEUR.
      *---------------------------*
      *    Seuls les roles gestion et supervision voient les
      *    coordonnees completes du stagiaire
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
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-STAGIAIRE

           IF cr-ok AND MASQUAGE-OUI
              CALL pgm-masqpers USING E-STAGIAIRE
           END-IF

           EVALUATE TRUE
             WHEN cr-ok
               MOVE 'Read' to messo

              PERFORM 23700-AFFICHE-PLACEMENTS
              PERFORM 23800-AFFICHE-DERNIER-COURRIEL
              PERFORM 23900-AFFICHE-NIR

      *       LE NIVEAU D'ESCALADE ABSENTEISME (ABS1CI11) EST
      *       RAPPELE AU GESTIONNAIRE SUR LA LIGNE MESSAGE
           END-IF
           .

      *--------------------------------------------------
      * --- NIR MASQUE (FNIR11), LECTURE JOURNALISEE ----
      *--------------------------------------------------
       23900-AFFICHE-NIR.
           MOVE SPACE TO NIRO
           MOVE CUR-NUMSTAG TO E-NIR-NUMERO
           MOVE 'FNIR'      TO file-name
           SET c-consult    TO TRUE
           MOVE E-NIR       TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt  TO E-NIR
              MOVE ALL '*' TO W-NIR-MASQUE
              MOVE E-NIR-VALEUR(1:5) TO W-NIR-MASQUE(1:5)
              MOVE W-NIR-MASQUE TO NIRO
              PERFORM 23910-JOURNAL-NIR
           END-IF
           .

       23910-JOURNAL-NIR.
      *    Consultation tracee dans FNIRJ11 comme FBANJ11 pour les
      *    coordonnees bancaires ; un doublon de cle (deux acces
      *    dans la meme seconde) est abandonne sans message
           MOVE SPACE TO E-ACCES-NIR

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-NRJ-DATE)
                     DATESEP('/')
                     TIME(E-NRJ-HEURE)
                     TIMESEP(':')
           END-EXEC

           MOVE CUR-NUMSTAG    TO E-NRJ-NUMERO
           MOVE EIBTRMID       TO E-NRJ-TERMINAL
           MOVE EIBUSERID      TO E-NRJ-USERID
           MOVE 'C'            TO E-NRJ-ACTION
           MOVE MON-PROG       TO E-NRJ-PROGRAMME

           MOVE 'FNIRJ'        TO file-name
           SET c-write         TO TRUE
           MOVE E-ACCES-NIR    TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23810-LIT-COURRIELS.
      *    Parcourt les messages du stagiaire et retient le dernier
           MOVE 0 TO W-DERNIER-TROUVE
              perform 22000-TRAIT-ENVOI
           END-IF

           IF MASQUAGE-OUI
              CALL pgm-masqpers USING E-STAGIAIRE
           END-IF

           PERFORM 23610-ECRIT-FICHE-IMPR

           MOVE -1 to numstagl
