      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.
           88 c-startbr            value 5.
           88 c-readnext           value 6.
           88 c-endbr              value 7.
           88 c-consult            value 8.
         05 code-retour                  PIC 99.
           88 cr-ok                value 0.
           88 cr-key-exists        value 1.
           MOVE PLA-SEQ-COURANT TO E-PLA-SEQ
           MOVE SPACE TO E-PLA-DATE-DEB E-PLA-DATE-FIN
                         E-PLA-CODE-SESSION E-PLA-CODE-EMPLOYEUR
                         E-PLA-TUTEUR
           MOVE 'A'   TO E-PLA-STATUT

           MOVE 'FPLAC'     TO file-name
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM PUBLIE-EVENEMENT
           .
           .


      *--------------------------------------------------
      * -- SCELLEMENT DES TRACES D'AUDIT ----------------
      *--------------------------------------------------
       SCELLE-HISTO.
      *    Empreinte et valeur chainee de la trace FSTAGA11
      *    qui vient d'etre ecrite, deposees dans FSCEL11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'A'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-HISTO    TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-TRACE.
      *    Un incident de scellement ne bloque pas la mise a
      *    jour : la trace non scellee sort a la verification
           MOVE MON-PROG      TO SCP-PROGRAMME
           MOVE EIBUSERID     TO SCP-USERID
           CALL pgm-scellaud USING SCELLEMENT-PARAM
           .


      *--------------------------------------------------
      * -- PUBLICATION DE L'EVENEMENT POUR L'AVAL -------
      *--------------------------------------------------
