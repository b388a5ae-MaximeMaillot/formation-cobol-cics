      *   E=ECHEC A=ABSENT) PAR STAGIAIRE ET SESSION. LE     *
      *   TAUX DE REUSSITE S'EDITE PAR EXA2CI11, LES         *
      *   CERTIFICATIONS ALIMENTENT LA DECLARATION DEC1CI11  *
      *   ET LES CERTIFICATS CRT1CI11 : LA CORRECTION D'UN   *
      *   RESULTAT CERTIFIE REVOQUE LE CERTIFICAT (FCERT11)  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      * Structure d'un resultat d'examen (FRESU11)
       COPY CRESU.

      * Structure du registre des certificats (FCERT11)
       COPY CCERT.

      * Resultat avant correction (revocation du certificat)
       01 W-RES-ANCIEN.
         05 W-ANC-DATE-EXAM              PIC X(8).
         05 W-ANC-SCORE                  PIC 9(3).
         05 W-ANC-VERDICT                PIC X(1).
         05 W-ANC-CERTIFICAT             PIC X(12).
       01 W-REVOCATION                   PIC 9 VALUE 0.
         88 REVOCATION-NON                     value 0.
         88 REVOCATION-OUI                     value 1.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.


       23300-ECRIT-RESULTAT.
      *    Ecrit le resultat (creation ou correction)
           SET REVOCATION-NON TO TRUE
           MOVE SPACE     TO W-RES-ANCIEN
           MOVE NUMSTAGI  TO E-RES-NUMERO
           MOVE CODESESI  TO E-RES-SESSION

      *    Correction : relecture pour mise a jour, le numero de
      *    certificat deja delivre est conserve
           IF RES-EXISTE-OUI
              MOVE 'FRESU'    TO file-name
              SET c-read      TO TRUE
              MOVE E-RESULTAT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE 0     TO NUM-STAGI-PREC
                 MOVE SPACE TO SES-PREC
                 MOVE 'Echec de la lecture' to messo
                 move -1    to numstagl
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE enrgmt           TO E-RESULTAT
              MOVE E-RES-DATE-EXAM  TO W-ANC-DATE-EXAM
              MOVE E-RES-SCORE      TO W-ANC-SCORE
              MOVE E-RES-VERDICT    TO W-ANC-VERDICT
              MOVE E-RES-CERTIFICAT TO W-ANC-CERTIFICAT
           END-IF

           MOVE W-ANC-CERTIFICAT TO E-RES-CERTIFICAT
           MOVE DATEEXAMI TO E-RES-DATE-EXAM
           MOVE SCOREI    TO E-RES-SCORE
           MOVE VERDICTI  TO E-RES-VERDICT
           END-EXEC
           MOVE EIBUSERID TO E-RES-USERID

      *    Un certificat delivre sur un resultat dont l'epreuve,
      *    le score ou le verdict change n'est plus probant
           IF W-ANC-CERTIFICAT NOT = SPACE AND LOW-VALUE
              IF E-RES-DATE-EXAM NOT = W-ANC-DATE-EXAM
                 OR E-RES-SCORE  NOT = W-ANC-SCORE
                 OR E-RES-VERDICT NOT = W-ANC-VERDICT
                 SET REVOCATION-OUI TO TRUE
              END-IF
           END-IF

           MOVE 'FRESU'    TO file-name
           IF RES-EXISTE-OUI
              SET c-rewrite TO TRUE
                  MOVE 'Resultat enregistre avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-RESULTAT
               IF REVOCATION-OUI
                  PERFORM 23320-REVOQUE-CERTIFICAT
               END-IF
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE
           END-EXEC
           .

       23320-REVOQUE-CERTIFICAT.
      *    Le certificat est marque revoque au registre (il reste
      *    consultable sur CRT2CI11) ; CRT1CI11 en reemet un si le
      *    verdict corrige est toujours obtenu
           MOVE W-ANC-CERTIFICAT TO E-CRT-NUMERO
           MOVE 'FCERT'      TO file-name
           SET c-read        TO TRUE
           MOVE E-CERTIFICAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-CERTIFICAT
              IF CRT-VALIDE
                 SET CRT-REVOQUE TO TRUE
                 MOVE E-RES-DATE-MAJ TO E-CRT-DATE-REVOC
                 MOVE EIBUSERID      TO E-CRT-USERID-REVOC
                 MOVE 'FCERT'      TO file-name
                 SET c-rewrite     TO TRUE
                 MOVE E-CERTIFICAT TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE SPACE TO messo
                    STRING 'Resultat corrige - certificat '
                           W-ANC-CERTIFICAT ' revoque'
                           DELIMITED BY SIZE INTO messo
                    END-STRING
                    PERFORM 23330-AUDIT-REVOCATION
                 ELSE
                    MOVE 'Resultat corrige - revocation certificat KO'
                      to messo
                 END-IF
              END-IF
           ELSE
              MOVE 'Resultat corrige - certificat absent du registre'
                to messo
           END-IF
           .

       23330-AUDIT-REVOCATION.
      *    Trace d'audit de la revocation (TDQ INFO, ressource
      *    FCERT11)
           MOVE SPACE TO E-TD

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-TD)
                     DATESEP('/')
                     TIME(HEURE-TD)
                     TIMESEP(':')
           END-EXEC

           MOVE EIBTRMID        TO TERMINAL-TD
           MOVE EIBUSERID       TO USERID-USER-TD
           MOVE 'V'             TO TYPE-DONNEES
           MOVE 'FCERT11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE NUMSTAGI        TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
