       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCEMPR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    CALCUL D'EMPREINTE D'UNE ZONE POUR LE SCELLEMENT DES  *
      *    TRACES D'AUDIT (CF CSCEL) :                           *
      *       H = RESTE((H * 257) + OCTET + 1, 9999999967)       *
      *    POUR CHAQUE OCTET DE LA ZONE, H PARTANT DE LA VALEUR  *
      *    PASSEE PAR L'APPELANT (0 POUR L'EMPREINTE D'UNE TRACE,*
      *    VALEUR DE L'ENTREE PRECEDENTE POUR LE CHAINAGE).      *
      *    LE RESULTAT REMPLACE LA VALEUR D'ENTREE. SANS ACCES   *
      *    FICHIER : APPELE PAR SCELLAUD, SCELLBAT ET SCE1CI11   *
      *----------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 MODULE-EMPREINTE           PIC 9(10) VALUE 9999999967.
       01 CUMUL                      PIC 9(13) COMP-3.
       01 QUOTIENT                   PIC 9(13) COMP-3.
       01 RESTE                      PIC 9(10) COMP-3.
       01 IDX-OCTET                  PIC 9(3) COMP.
      *    VALEUR NUMERIQUE D'UN OCTET (POIDS FAIBLE D'UN BINAIRE
      *    DE DEUX OCTETS)
       01 OCTET-BIN                  PIC 9(4) COMP.
       01 OCTET-X REDEFINES OCTET-BIN PIC X(2).

       LINKAGE SECTION.
       01 pgm-param.
         02 EMP-VALEUR               PIC 9(10).
         02 EMP-LONGUEUR             PIC 9(3).
         02 EMP-ZONE                 PIC X(120).

       PROCEDURE DIVISION USING pgm-param.
       DEBUT.
           IF EMP-LONGUEUR > 120
              MOVE 120 TO EMP-LONGUEUR
           END-IF

           PERFORM VARYING IDX-OCTET FROM 1 BY 1
              UNTIL IDX-OCTET > EMP-LONGUEUR
              MOVE LOW-VALUE TO OCTET-X(1:1)
              MOVE EMP-ZONE(IDX-OCTET:1) TO OCTET-X(2:1)
              COMPUTE CUMUL = (EMP-VALEUR * 257) + OCTET-BIN + 1
              DIVIDE CUMUL BY MODULE-EMPREINTE
                 GIVING QUOTIENT REMAINDER RESTE
              MOVE RESTE TO EMP-VALEUR
           END-PERFORM

           GOBACK
           .
