      *======================================================*
      *   PROGRAMME BATCH - CONVERSION UNIQUE DU REGISTRE    *
      *   DES FACTURES FFACT11 AU FORMAT MULTI-FINANCEURS :  *
      *   RELIT LA COPIE SEQUENTIELLE (REPRO) DU REGISTRE A  *
      *   L'ANCIEN FORMAT (CLE SESSION + MOIS, NUMERO 9(8),  *
      *   LRECL 51) ET PRODUIT LE FICHIER AU NOUVEAU FORMAT  *
      *   (CF CFACT : CLE SESSION + MOIS + FINANCEUR, NUMERO *
      *   9(10), REGLEMENT / RELANCES / AVOIRS), A RECHARGER *
      *   PAR IDCAMS                                         *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV2CI11.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOLD-FILE ASSIGN TO FACTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FACTOLD-STATUT.
           SELECT FACTNEW-FILE ASSIGN TO FACTNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FACTNEW-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *------------------------------------------------------*
      *   FFACT11 ANCIEN FORMAT : CLE 12, LRECL=51            *
      *------------------------------------------------------*
       FD  FACTOLD-FILE.
       01  FACTOLD-REC.
           05 FACTOLD-SESSION         PIC X(6).
           05 FACTOLD-MOIS            PIC 9(6).
           05 FACTOLD-NUMERO          PIC 9(8).
           05 FACTOLD-NB-DEMIJ        PIC 9(5).
           05 FACTOLD-TAUX-CENTIMES   PIC 9(5).
           05 FACTOLD-MONTANT-CENTIMES
                                      PIC 9(11).
           05 FACTOLD-DATE-EMISSION   PIC X(10).

       FD  FACTNEW-FILE.
       COPY CFACT.

       WORKING-STORAGE SECTION.

       01 FACTOLD-STATUT              PIC X(2).
         88 FACTOLD-OK                VALUE '00'.
         88 FACTOLD-FIN               VALUE '10'.
         88 FACTOLD-ABSENT            VALUE '35'.
       01 FACTNEW-STATUT              PIC X(2).
         88 FACTNEW-OK                VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

      *    DELAI DE REGLEMENT D'UNE FACTURE SANS FINANCEUR (MEME
      *    VALEUR QUE LA FACTURATION FAC1CI11)
       01 W-DELAI-DEFAUT              PIC 9(3) VALUE 30.

       01 W-NB-FACT                   PIC 9(7) VALUE 0.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  20000-CONVERTIT-FFACT
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       20000-CONVERTIT-FFACT.
      *----------------------*
           OPEN INPUT FACTOLD-FILE
           IF FACTOLD-ABSENT
              DISPLAY 'CNV2CI11 - FACTOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT FACTOLD-OK
                 DISPLAY 'CNV2CI11 - OUVERTURE FACTOLD IMPOSSIBLE : '
                         FACTOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT FACTNEW-FILE
              IF NOT FACTNEW-OK
                 DISPLAY 'CNV2CI11 - OUVERTURE FACTNEW IMPOSSIBLE : '
                         FACTNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 21000-COPIE-FACT UNTIL FIN-FICHIER-OUI
              CLOSE FACTOLD-FILE
              CLOSE FACTNEW-FILE
           END-IF
           .

       21000-COPIE-FACT.
      *----------------------*
           READ FACTOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
                 MOVE SPACE                    TO E-FACTURE
                 MOVE FACTOLD-SESSION          TO E-FAC-SESSION
                 MOVE FACTOLD-MOIS             TO E-FAC-MOIS
      *          LES FACTURES ANTERIEURES ETAIENT EMISES AU TAUX DE
      *          LA SESSION, SANS FINANCEUR : LA CLE GARDE SON ORDRE
      *          ET FAC1CI11 LES RETROUVE COMME DEJA FACTUREES
                 MOVE SPACE                    TO E-FAC-FINANCEUR
      *          L'ANCIEN NUMERO (AAAAMM + RANG SUR 2) EST CADRE A
      *          DROITE AVEC DES ZEROS DE TETE : IL RESTE CELUI QUE
      *          LE FINANCEUR CITE A SON REGLEMENT (RGL1CI11)
                 MOVE FACTOLD-NUMERO           TO E-FAC-NUMERO
                 MOVE FACTOLD-NB-DEMIJ         TO E-FAC-NB-DEMIJ
                 MOVE FACTOLD-TAUX-CENTIMES    TO E-FAC-TAUX-CENTIMES
                 MOVE 0                        TO E-FAC-QUOTE-PART
                 MOVE FACTOLD-MONTANT-CENTIMES
                                          TO E-FAC-MONTANT-CENTIMES
                 MOVE FACTOLD-DATE-EMISSION    TO E-FAC-DATE-EMISSION
      *          ZONES DE REGLEMENT, RELANCE ET AVOIR INITIALISEES
      *          COMME A L'EMISSION PAR FAC1CI11
                 MOVE W-DELAI-DEFAUT       TO E-FAC-DELAI-REGLEMENT
                 SET FAC-A-REGLER          TO TRUE
                 MOVE 0                    TO E-FAC-REGLE-CENTIMES
                                              E-FAC-NB-RELANCES
                                              E-FAC-CORRECTION-CENTIMES
                 MOVE SPACE                TO E-FAC-DATE-REGLEMENT
                                              E-FAC-MOTIF-ECART
                                              E-FAC-DATE-RELANCE
                 WRITE E-FACTURE
                 ADD 1 TO W-NB-FACT
           END-READ
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           DISPLAY 'CNV2CI11 - CONVERSION TERMINEE'
           DISPLAY '   FFACT11 CONVERTIS : ' W-NB-FACT
           .
