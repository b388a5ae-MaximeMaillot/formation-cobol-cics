       01 W-NB-SESSIONS               PIC 9(5) VALUE 0.
       01 W-NB-ENTRETIENS             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11)              *
      *------------------------------------------------------*
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
              IF W-SMS-DEPOSE = 0
                 DISPLAY 'SMS1CI11 - SAS FSMSS11 SATURE NUM '
                         E-SMS-NUMERO
              ELSE
                 PERFORM 41000-INSCRIT-SMS
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LE MESSAGE DEPOSE AVEC SA CLE DU SAS      *
      *--------------------------------------------------------*
       41000-INSCRIT-SMS.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-SMS-NUMERO    TO COR-NUMERO
           MOVE 'S'             TO COR-CANAL
           MOVE E-SMS-TEMPLATE  TO COR-MODELE
           MOVE 'SMS1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FSMSS11 '      TO COR-SAS-FICHIER
           MOVE E-SMS-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           CLOSE FENTR-FILE
           CLOSE FSMSS-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'SMS1CI11 - RAPPELS DEPOSES POUR LE '
                   W-DEMAIN-JJMMAAAA
