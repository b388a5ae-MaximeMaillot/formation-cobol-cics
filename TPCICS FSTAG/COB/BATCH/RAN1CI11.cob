      *   (FHPAI11) DE L'ANNEE DEMANDEE PAR STAGIAIRE ET     *
      *   FUSIONNE LE TOTAL DANS LA LETTRE DU MODELE CHOISI  *
      *   (FLETT11, MARQUEURS &NOM &PRENOM &ANNEE &JOURS     *
      *   &MONTANT &BRUT &RETENU &NET), TRIEE PAR CODE       *
      *   POSTAL (TARIF POSTAL INDUSTRIEL) COMME CVO1CI11.   *
      *   LE RELEVE SE TERMINE PAR LE RECAPITULATIF BRUT,    *
      *   RETENUES (SAISIES ET INDUS) ET NET VERSE. LE       *
      *   REGISTRE DES CONSENTEMENTS EST RESPECTE            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
           05 TRI-VILLE               PIC X(25).
           05 TRI-NB-JOURS            PIC 9(4).
           05 TRI-MONTANT-CENTIMES    PIC 9(11).
           05 TRI-RETENU-CENTIMES     PIC 9(11).

       FD  RELA-FILE.
       01  RELA-LIGNE                 PIC X(132).
       01 W-NUMERO-COURANT            PIC 9(6) VALUE 0.
       01 W-CUMUL-JOURS               PIC 9(4) VALUE 0.
       01 W-CUMUL-CENTIMES            PIC 9(11) VALUE 0.
      *    RETENUES DE L'ANNEE : PARTS SAISIES VERSEES AUX
      *    CREANCIERS ET INDUS RECUPERES (LE BRUT EST LE NET
      *    AUGMENTE DES RETENUES)
       01 W-CUMUL-RETENU-CENTIMES     PIC 9(11) VALUE 0.

       01 W-NB-RELEVES                PIC 9(5) VALUE 0.

       01 W-PTR-DST                   PIC 9(3).

       01 W-MONTANT-EDIT              PIC ZZZZZZ9,99.
       01 W-BRUT-EDIT                 PIC ZZZZZZ9,99.
       01 W-RETENU-EDIT               PIC ZZZZZZ9,99.
       01 W-JOURS-EDIT                PIC ZZZ9,9.
       01 W-ANNEE-EDIT                PIC 9(4).

           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETRELAN'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 W-DATE-SYS                  PIC 9(8).
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *------------------------------------------------------*
      *   RECAPITULATIF DE FIN DE RELEVE                      *
      *------------------------------------------------------*
       01 W-LIGNE-RECAP.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-REC-LIBELLE           PIC X(36).
           05 W-REC-SIGNE             PIC X(2).
           05 W-REC-MONTANT           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(5)  VALUE ' EUR'.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*
           END-IF
           MOVE CARTE-ANNEE  TO W-ANNEE
           MOVE CARTE-MODELE TO W-MODELE
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
                 END-IF
                 MOVE E-HPA-NUMERO TO W-NUMERO-COURANT
                 MOVE 0 TO W-CUMUL-JOURS W-CUMUL-CENTIMES
                           W-CUMUL-RETENU-CENTIMES
              END-IF
              IF E-HPA-MOIS(1:4) = W-ANNEE
                 ADD E-HPA-NB-DEMIJ         TO W-CUMUL-JOURS
                 ADD E-HPA-MONTANT-CENTIMES TO W-CUMUL-CENTIMES
      *          Les mois historises avant la gestion des saisies
      *          n'ont pas de retenues renseignees
                 IF E-HPA-SAISIE-CENTIMES IS NUMERIC
                    ADD E-HPA-SAISIE-CENTIMES
                      TO W-CUMUL-RETENU-CENTIMES
                 END-IF
                 IF E-HPA-INDU-CENTIMES IS NUMERIC
                    ADD E-HPA-INDU-CENTIMES
                      TO W-CUMUL-RETENU-CENTIMES
                 END-IF
              END-IF
              READ FHPAI-FILE NEXT RECORD
                 AT END

       20910-CLOTURE-STAGIAIRE.
      *----------------------*
      *    UNE ANNEE ENTIEREMENT RETENUE DONNE QUAND MEME UN
      *    RELEVE : LE BRUT EST IMPOSABLE
           IF W-CUMUL-CENTIMES = 0 AND W-CUMUL-RETENU-CENTIMES = 0
              CONTINUE
           ELSE
              MOVE W-NUMERO-COURANT TO E-NUMERO
                       MOVE W-CUMUL-JOURS     TO TRI-NB-JOURS
                       MOVE W-CUMUL-CENTIMES
                         TO TRI-MONTANT-CENTIMES
                       MOVE W-CUMUL-RETENU-CENTIMES
                         TO TRI-RETENU-CENTIMES
                       RELEASE TRI-ENREG
                    END-IF
              END-READ

       22000-EDITE-RELEVE.
      *----------------------*
           PERFORM 24000-INSCRIT-LETTRE

           WRITE RELA-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Bloc adresse destinataire
           MOVE SPACE TO W-LIGNE-FUSION
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE RELA-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE TRI-ADR1 TO RELA-LIGNE
           WRITE RELA-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           IF TRI-ADR2 NOT = SPACE
              MOVE TRI-ADR2 TO RELA-LIGNE
              WRITE RELA-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-CODEP DELIMITED BY SIZE
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE RELA-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO RELA-LIGNE
           WRITE RELA-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Corps : lignes du modele, marqueurs fusionnes
           COMPUTE W-MONTANT-EDIT ROUNDED =
                   TRI-MONTANT-CENTIMES / 100
           COMPUTE W-RETENU-EDIT ROUNDED =
                   TRI-RETENU-CENTIMES / 100
           COMPUTE W-BRUT-EDIT ROUNDED =
                   (TRI-MONTANT-CENTIMES + TRI-RETENU-CENTIMES) / 100
           COMPUTE W-JOURS-EDIT = TRI-NB-JOURS / 2
           MOVE W-ANNEE      TO W-ANNEE-EDIT
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 23000-FUSIONNE-LIGNE
              WRITE RELA-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM

      *    Recapitulatif brut / retenues / net
           MOVE SPACE TO RELA-LIGNE
           WRITE RELA-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE 'MONTANT BRUT DES INDEMNITES       :' TO W-REC-LIBELLE
           MOVE SPACE       TO W-REC-SIGNE
           MOVE W-BRUT-EDIT TO W-REC-MONTANT
           WRITE RELA-LIGNE FROM W-LIGNE-RECAP
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE 'RETENUES (SAISIES ET INDUS)       :' TO W-REC-LIBELLE
           MOVE '- '          TO W-REC-SIGNE
           MOVE W-RETENU-EDIT TO W-REC-MONTANT
           WRITE RELA-LIGNE FROM W-LIGNE-RECAP
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE 'NET VERSE                         :' TO W-REC-LIBELLE
           MOVE SPACE          TO W-REC-SIGNE
           MOVE W-MONTANT-EDIT TO W-REC-MONTANT
           WRITE RELA-LIGNE FROM W-LIGNE-RECAP
           ADD 1 TO W-NB-LIGNES-EDITEES

           ADD 1 TO W-NB-RELEVES
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &NOM, &PRENOM, &ANNEE,     *
      *   &JOURS, &MONTANT (NET), &BRUT, &RETENU ET &NET DANS   *
      *   UNE LIGNE DU MODELE                                   *
      *--------------------------------------------------------*
       23000-FUSIONNE-LIGNE.
      *----------------------*
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 66
                      AND W-LIGNE-SOURCE(W-PTR-SRC:5) = '&BRUT'
                    STRING W-BRUT-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 5 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&RETENU'
                    STRING W-RETENU-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 67
                      AND W-LIGNE-SOURCE(W-PTR-SRC:4) = '&NET'
                    STRING W-MONTANT-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 4 TO W-PTR-SRC
                 WHEN OTHER
                    MOVE W-LIGNE-SOURCE(W-PTR-SRC:1)
                      TO W-LIGNE-FUSION(W-PTR-DST:1)
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT                                   *
      *--------------------------------------------------------*
       24000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE TRI-NUMERO      TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE W-MODELE        TO COR-MODELE
           MOVE 'RAN1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           CLOSE RELA-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'RAN1CI11 - RELEVES ANNUELS TERMINES - '
                   W-NB-RELEVES ' RELEVE(S) ' W-ANNEE
