       01 STATUT-CIBLE                   PIC X(1).
       01 SENS-DELTA                     PIC S9(1).

      * --------- Abandon : la suppression d'un dossier encore actif
      *           le fait passer au statut C, avec son motif (FMABA11)
       01 W-STATUT-AVANT                 PIC X(1).
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-DATE-MAJ                     PIC X(10).

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
      *------------------------------------------------------*
      * Structure des compteurs precalcules (FCPTR11)
       COPY CCPTR.

      * Structure d'un motif d'abandon du referentiel (FMABA11)
       COPY CMABA.

      * Structure de l'abandon d'un dossier (FABAN11)
       COPY CABAN.

      * Structure d'un evenement pour l'aval (FEVNT11)
       COPY CEVNT.

      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.


      *
       01 interval                       pic S9(15)  comp-3.
       01 pgm-name.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

      * --------- Paramètre pour sous-programme VALIDDAT 
       01 validdat-param.
           88 c-startbr            value 5.
           88 c-readnext           value 6.
           88 c-endbr              value 7.
           88 c-consult            value 8.
         05 code-retour                  PIC 99.
           88 cr-ok                value 0.
           88 cr-key-exists        value 1.
              MOVE E-TELPOR     TO TELMOBO
              MOVE E-DATE-NAISS TO DATENO

              MOVE SPACE        TO MOTIFABO
              IF SUPPRIME-OUI
                 SET RECORD-IS-SUPPRIME TO TRUE
                 MOVE 'Stagiaire deja supprime' to messo
              ELSE
                 SET RECORD-IS-ACTIF    TO TRUE
                 IF STATUT-ACTIF
                    MOVE 'Dossier actif : saisissez le motif d''abandon'
                      to messo
                 END-IF
              END-IF

              MOVE E-NUMERO to NUM-STAGI-PREC
      *        Askip / mdt
               MOVE '1' TO CNOMA CPRENOMA CADR1A CCODEPA CVILLEA 
                           CTELDOMA CTELMOBA CDATENA
      *        Unprot / mdt
               MOVE 'A' TO MOTIFABA
           .

       23300-DELETE-STAGIAIRE.
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Supprimer un dossier encore actif, c'est constater son
      *    abandon : motif obligatoire, le dossier passe au statut C
           MOVE E-STATUT TO W-STATUT-AVANT
           IF SUPPRIME-NON AND STATUT-ACTIF
              PERFORM 23340-CHECK-MOTIF
              SET STATUT-ANNULE TO TRUE
           END-IF

           IF SUPPRIME-OUI
              SET SUPPRIME-NON TO TRUE
           ELSE
                    messo
               PERFORM 23310-AUDIT-SUPPRESSION
               PERFORM 23330-PROPOSE-TETE-DE-LISTE
               IF W-STATUT-AVANT = 'A'
                  PERFORM 23350-ECRIT-ABANDON
               END-IF
               SUBTRACT 1 FROM DELTA-TOTAL
               ADD 1 TO DELTA-SUPPRIMES
               MOVE W-STATUT-AVANT TO STATUT-CIBLE
               MOVE -1       TO SENS-DELTA
               PERFORM CIBLE-COMPTEUR-STATUT
               PERFORM AJUSTE-COMPTEURS
           .


      *--------------------------------------------------
      * -- MOTIF D'ABANDON D'UN DOSSIER ACTIF -----------
      *--------------------------------------------------
       23340-CHECK-MOTIF.
      *    Le motif doit etre saisi et figurer au referentiel
      *    FMABA11 ; la confirmation reste a redonner
           IF MOTIFABI = SPACE OR LOW-VALUE
              MOVE -1 to motifabl
              MOVE 'Dossier actif : motif d''abandon obligatoire'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE MOTIFABI        TO E-MAB-CODE
           MOVE 'FMABA'         TO file-name
           SET c-consult        TO TRUE
           MOVE E-MOTIF-ABANDON TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to motifabl
              MOVE 'Motif d''abandon inconnu au referentiel' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23350-ECRIT-ABANDON.
      *    Abandon date du jour (FABAN11) ; un abandon anterieur
      *    du meme dossier est remplace
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
                     DDMMYYYY(W-DATE-MAJ)
                     DATESEP('/')
           END-EXEC

           MOVE NUMSTAGI     TO E-ABA-NUMERO
           MOVE 'FABAN'      TO file-name
           SET c-read        TO TRUE
           MOVE E-ABANDON    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              SET c-rewrite  TO TRUE
           ELSE
              SET c-write    TO TRUE
           END-IF

           MOVE SPACE        TO E-ABANDON
           MOVE NUMSTAGI     TO E-ABA-NUMERO
           MOVE MOTIFABI     TO E-ABA-MOTIF
           MOVE W-AUJOURDHUI TO E-ABA-DATE
           MOVE MON-PROG     TO E-ABA-ORIGINE
           MOVE W-DATE-MAJ   TO E-ABA-DATE-MAJ
           MOVE EIBUSERID    TO E-ABA-USERID
           MOVE 'FABAN'      TO file-name
           MOVE E-ABANDON    TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE SPACE        TO MOTIFABO
           .

      *--------------------------------------------------
      * -- AJUSTEMENT DES COMPTEURS PRECALCULES ---------
      *--------------------------------------------------
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM PUBLIE-EVENEMENT
           .
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM PUBLIE-EVENEMENT
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

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'ENTREE=Supprimer (actif : +motif d''abandon) PF12=Fin'
             TO messo
           PERFORM  22000-TRAIT-ENVOI
           .
