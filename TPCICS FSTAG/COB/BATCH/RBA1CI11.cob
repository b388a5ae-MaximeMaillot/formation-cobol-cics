      *   PROGRAMME BATCH - TRAITEMENT DU FICHIER RETOUR DE  *
      *   L'ORGANISME PAYEUR : CHAQUE VIREMENT REJETE PAR LA *
      *   BANQUE (COMPTE CLOS, IBAN ERRONE...) EST RAPPROCHE *
      *   DE L'ORDRE DE PAIEMENT EMIS PAR PAI1CI11 (PAR LA   *
      *   REFERENCE DE BOUT EN BOUT SEPA DE SEP1CI11 QUAND   *
      *   LE RETOUR LA PORTE) ET DES                         *
      *   COORDONNEES BANCAIRES FBANC11, QUI SONT MARQUEES   *
      *   EN REJET ('R' + MOTIF). LA CORBEILLE REJ2CI11      *
      *   LISTE LES DOSSIERS A CORRIGER AVANT LE PROCHAIN    *
      *   CALCUL. LE REJET D'UNE PART SAISIE VERSEE A UN     *
      *   CREANCIER (REFERENCE 'OPP') EST SEULEMENT LISTE    *
      *   POUR REEMISSION MANUELLE, SANS TOUCHER FBANC11.    *
      *   UN REMBOURSEMENT DE FRAIS (REFERENCE 'FRA') EST    *
      *   VIRE SUR LE RIB DU STAGIAIRE ET TRAITE COMME UNE   *
      *   INDEMNITE, DE MEME UNE AIDE EXCEPTIONNELLE         *
      *   (REFERENCE 'AID')                                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
           05 RETB-MONTANT-CENTIMES   PIC 9(9).
           05 FILLER                  PIC X(1).
           05 RETB-MOTIF              PIC X(30).
           05 FILLER                  PIC X(1).
      *        REFERENCE DE BOUT EN BOUT DU VIREMENT SEPA REJETE
      *        (EMISE PAR SEP1CI11, RESTITUEE PAR LA BANQUE) :
      *        QUAND ELLE EST SERVIE, ELLE PREVAUT SUR LE NUMERO
      *        ET LE MOIS CI-DESSUS
           05 RETB-REFERENCE.
             10 RETB-REF-PREFIXE      PIC X(3).
             10 RETB-REF-NUMERO       PIC 9(6).
             10 RETB-REF-MOIS         PIC 9(6).
             10 RETB-REF-SEQ          PIC X(2).
           05 FILLER                  PIC X(8).

       FD  PAIE-FILE.
       01  PAIE-REC.
           05 PAIE-MOIS               PIC 9(6).
           05 PAIE-NB-DEMIJ           PIC 9(3).
           05 PAIE-MONTANT-CENTIMES   PIC 9(9).
           05 PAIE-TYPE               PIC X(1).
             88 PAIE-INDEMNITE            VALUE ' ' 'I'.
             88 PAIE-FRAIS                VALUE 'F'.
             88 PAIE-AIDE                 VALUE 'A'.
           05 FILLER                  PIC X(20).

       FD  FBANC-FILE.
       COPY CBANC.
             10 W-ORD-NUMERO          PIC 9(6).
             10 W-ORD-MOIS            PIC 9(6).
             10 W-ORD-MONTANT         PIC 9(9).
      *          I = INDEMNITE, F = REMBOURSEMENT DE FRAIS,
      *          A = AIDE EXCEPTIONNELLE
             10 W-ORD-TYPE            PIC X(1).
       01 IDX-ORD                     PIC 9(5) COMP.
      *    TYPE D'ORDRE DESIGNE PAR LA REFERENCE DU REJET (A BLANC
      *    SANS REFERENCE : LE PREMIER ORDRE DU MOIS EST RETENU)
       01 W-TYPE-CHERCHE              PIC X(1).
       01 W-ORDRE-TROUVE              PIC 9.
         88 ORDRE-TROUVE              VALUE 1.
         88 ORDRE-ABSENT              VALUE 0.
       01 W-REFERENCE-RETOUR          PIC 9.
         88 REFERENCE-LISIBLE         VALUE 0.
         88 REFERENCE-ILLISIBLE       VALUE 1.
         88 REFERENCE-CREANCIER       VALUE 2.

      *------------------------------------------------------*
      *   COMPTEURS DU RAPPROCHEMENT                          *
       01 W-NB-SANS-ORDRE             PIC 9(5) VALUE 0.
       01 W-NB-SANS-RIB               PIC 9(5) VALUE 0.
       01 W-NB-ECARTS                 PIC 9(5) VALUE 0.
       01 W-NB-CREANCIERS             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
                    MOVE PAIE-MOIS   TO W-ORD-MOIS(W-NB-ORDRES)
                    MOVE PAIE-MONTANT-CENTIMES
                      TO W-ORD-MONTANT(W-NB-ORDRES)
                    EVALUATE TRUE
                       WHEN PAIE-FRAIS
                          MOVE 'F' TO W-ORD-TYPE(W-NB-ORDRES)
                       WHEN PAIE-AIDE
                          MOVE 'A' TO W-ORD-TYPE(W-NB-ORDRES)
                       WHEN OTHER
                          MOVE 'I' TO W-ORD-TYPE(W-NB-ORDRES)
                    END-EVALUATE
                 ELSE
                    DISPLAY 'RBA1CI11 - TABLE DES ORDRES SATUREE'
                 END-IF
           MOVE SPACE TO W-LIGNE-RETOUR
           MOVE RETB-MOTIF TO W-RET-MOTIF

      *    UN REJET DE VIREMENT SEPA EST IDENTIFIE PAR SA
      *    REFERENCE DE BOUT EN BOUT 'IND' + NUMERO + MOIS
      *    ('OPP' + NUMERO + MOIS + SEQUENCE POUR UNE PART SAISIE,
      *    'FRA' + NUMERO + MOIS POUR UN REMBOURSEMENT DE FRAIS,
      *    'AID' + NUMERO + MOIS POUR UNE AIDE EXCEPTIONNELLE)
           SET REFERENCE-LISIBLE TO TRUE
           MOVE SPACE TO W-TYPE-CHERCHE
           IF RETB-REFERENCE NOT = SPACE
              EVALUATE TRUE
                 WHEN RETB-REF-NUMERO IS NOT NUMERIC
                   OR RETB-REF-MOIS IS NOT NUMERIC
                    SET REFERENCE-ILLISIBLE TO TRUE
                 WHEN RETB-REF-PREFIXE = 'IND'
                    MOVE RETB-REF-NUMERO TO RETB-NUMERO
                    MOVE RETB-REF-MOIS   TO RETB-MOIS
                    MOVE 'I'             TO W-TYPE-CHERCHE
                 WHEN RETB-REF-PREFIXE = 'FRA'
                    MOVE RETB-REF-NUMERO TO RETB-NUMERO
                    MOVE RETB-REF-MOIS   TO RETB-MOIS
                    MOVE 'F'             TO W-TYPE-CHERCHE
                 WHEN RETB-REF-PREFIXE = 'AID'
                    MOVE RETB-REF-NUMERO TO RETB-NUMERO
                    MOVE RETB-REF-MOIS   TO RETB-MOIS
                    MOVE 'A'             TO W-TYPE-CHERCHE
                 WHEN RETB-REF-PREFIXE = 'OPP'
                    MOVE RETB-REF-NUMERO TO RETB-NUMERO
                    MOVE RETB-REF-MOIS   TO RETB-MOIS
                    SET REFERENCE-CREANCIER TO TRUE
                 WHEN OTHER
                    SET REFERENCE-ILLISIBLE TO TRUE
              END-EVALUATE
           END-IF

           IF RETB-NUMERO IS NOT NUMERIC
              OR RETB-MOIS IS NOT NUMERIC
              OR REFERENCE-ILLISIBLE
              MOVE 0 TO W-RET-NUMERO W-RET-MOIS
              MOVE '** ENREGISTREMENT ILLISIBLE **'
                TO W-RET-VERDICT
              MOVE RETB-NUMERO TO W-RET-NUMERO
              MOVE RETB-MOIS   TO W-RET-MOIS
              PERFORM 21100-LIRE-NOM-STAGIAIRE
              IF REFERENCE-CREANCIER
                 PERFORM 21500-SIGNALE-CREANCIER
              ELSE
                 PERFORM 21200-CHERCHE-ORDRE
                 IF ORDRE-TROUVE
                    PERFORM 22000-SIGNALE-RIB
                 ELSE
                    ADD 1 TO W-NB-SANS-ORDRE
                    MOVE 'AUCUN ORDRE EMIS CE MOIS'
                      TO W-RET-VERDICT
                    WRITE RPT-LIGNE FROM W-LIGNE-RETOUR
                 END-IF
              END-IF
           END-IF
           .
              UNTIL IDX-ORD > W-NB-ORDRES OR ORDRE-TROUVE
              IF W-ORD-NUMERO(IDX-ORD) = RETB-NUMERO
                 AND W-ORD-MOIS(IDX-ORD) = RETB-MOIS
                 AND (W-TYPE-CHERCHE = SPACE
                   OR W-ORD-TYPE(IDX-ORD) = W-TYPE-CHERCHE)
                 SET ORDRE-TROUVE TO TRUE
      *          L'ECART DE MONTANT N'EMPECHE PAS LE SIGNALEMENT
      *          (LE VIREMENT A BIEN ETE REJETE) MAIS IL EST
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   REJET D'UN VIREMENT DE PART SAISIE : LES COORDONNEES  *
      *   SONT CELLES DU CREANCIER (FOPPO11), PAS DU STAGIAIRE ;*
      *   LE VERSEMENT EST A REEMETTRE PAR LA SUPERVISION       *
      *--------------------------------------------------------*
       21500-SIGNALE-CREANCIER.
      *----------------------*
           ADD 1 TO W-NB-CREANCIERS
           MOVE SPACE TO W-RET-VERDICT
           STRING 'CREANCIER SEQ '          DELIMITED BY SIZE
                  RETB-REF-SEQ              DELIMITED BY SIZE
                  ' A REEMETTRE'            DELIMITED BY SIZE
                  INTO W-RET-VERDICT
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-RETOUR
           .

      *--------------------------------------------------------*
      *   SIGNALEMENT DU REJET SUR LES COORDONNEES BANCAIRES :  *
      *   LE DOSSIER APPARAIT DANS LA CORBEILLE REJ2CI11 TANT   *
              DISPLAY 'RBA1CI11 - ' W-NB-ECARTS
                      ' ECART(S) DE MONTANT RELEVE(S)'
           END-IF
           IF W-NB-CREANCIERS > 0
              DISPLAY 'RBA1CI11 - ' W-NB-CREANCIERS
                      ' VERSEMENT(S) CREANCIER A REEMETTRE'
           END-IF
           .
