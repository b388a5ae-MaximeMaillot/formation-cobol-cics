      *======================================================*
      *   ENTRETIENS DE SUIVI D'UN STAGIAIRE (FENTR11) :     *
      *   PLANIFICATION (NUMERO + DATE PREVUE), TENUE        *
      *   (DATE TENUE + CODE RESULTAT DU REFERENTIEL         *
      *   FRENT11, L'INTERVIEWER EST L'UTILISATEUR CONNECTE) *
      *   ET HISTORIQUE A L'ECRAN. PF10 OUVRE LE PLAN        *
      *   D'ACTION (PAC1CI11) SUR L'ENTRETIEN SAISI          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
             10 LAST-PROG           PIC X(8).
             10 LAST-PAGE           PIC S9(4) COMP.
             10 COMMAREA-VERSION    PIC 9.
      *        NUMERO ET DATE PREVUE (JJMMAAAA) TRANSMIS AU PLAN
      *        D'ACTION PAC1CI11 (POSITION CUR-NUMSTAG PARTAGEE
      *        AVEC INF2CI11)
           05 CUR-NUMSTAG         PIC 9(6).
           05 CUR-DATE-ENT        PIC X(8).
           05 FILLER              PIC X(51).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.
      * Structure d'un entretien de suivi (FENTR11)
       COPY CENTR.

      * Structure d'un code resultat d'entretien (FRENT11)
       COPY CRENT.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
           88 c-startbr            value 5.
           88 c-readnext           value 6.
           88 c-endbr              value 7.
           88 c-consult            value 8.
         05 code-retour                  PIC 99.
           88 cr-ok                value 0.
           88 cr-key-exists        value 1.
                   MOVE PROG-COURANT TO LAST-PROG
                   MOVE 'INF0CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF10
                   PERFORM  23150-SAUT-PLAN
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    LE CODE RESULTAT DOIT EXISTER AU REFERENTIEL
           IF CODERESI = SPACE OR LOW-VALUE
              MOVE -1 to coderesl
              MOVE 'Saisissez le code resultat de l''entretien'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE CODERESI       TO E-REN-CODE
           MOVE 'FRENT'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-RESULTAT-ENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to coderesl
              MOVE 'Code resultat inconnu du referentiel (REN1CI11)'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-RESULTAT-ENT

           MOVE NUMSTAGI        TO E-ENT-NUMERO
           MOVE DATE-PREVUE-CLE TO E-ENT-DATE-PREVUE
           MOVE 'FENTR'      TO file-name
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              IF REN-PLAN-ATTENDU
                 MOVE 'Entretien complete : PF10=Plan d''action'
                   to messo
              ELSE
                 MOVE 'Entretien complete' to messo
              END-IF
           ELSE
              MOVE 'Echec de la completion' to messo
           END-IF
           MOVE W-LIGNE-ENTRETIEN TO LIGNEO(6)
           .

      *--------------------------------------------------
      * --  SAUT VERS LE PLAN D'ACTION DU STAGIAIRE ------
      *--------------------------------------------------
       23150-SAUT-PLAN.
      *----------------*
           EXEC CICS RECEIVE MAP   ('MAPR')
                             MAPSET(MA-MAP)
                             RESP  (C-R)
           END-EXEC

           INITIALIZE messo

           IF NUMSTAGI = SPACE OR LOW-VALUE
              OR NUMSTAGI IS NOT NUMERIC
              MOVE -1 to numstagl
              MOVE 'Saisissez le numero avant PF10' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMSTAGI     TO CUR-NUMSTAG
           IF DATEPREVI = LOW-VALUE
              MOVE SPACE     TO CUR-DATE-ENT
           ELSE
              MOVE DATEPREVI TO CUR-DATE-ENT
           END-IF
           MOVE PROG-COURANT TO LAST-PROG
           MOVE 'PAC1CI11'   TO PROG-SUIVANT
           PERFORM 23110-PROG-SUIVANT
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Num=Histo +Prevue=Planif +Tenue=Completer PF10=Plan'
             TO messo
           PERFORM  22000-TRAIT-ENVOI
           .
