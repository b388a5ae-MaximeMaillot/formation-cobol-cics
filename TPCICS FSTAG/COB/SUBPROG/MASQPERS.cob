       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASQPERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    MASQUAGE DES DONNEES PERSONNELLES D'UN DOSSIER POUR   *
      *    LE ROLE CONSULTATION (FHABI11 'C', OU SANS PROFIL) :  *
      *    L'APPELANT PASSE SA COPIE DE L'ENREGISTREMENT FSTAG11 *
      *    APRES LECTURE, ELLE EST MASQUEE SUR PLACE ET NE DOIT  *
      *    PLUS ETRE REECRITE. UTILISE PAR INF2CI11 (ECRAN ET    *
      *    FICHE IMPRIMEE), INF5CI11, INF6CI11, SYN1CI11 ET LE   *
      *    SERVICE SRV1CI11                                      *
      *      . ADRESSE : SEULE LA VILLE RESTE LISIBLE            *
      *      . TELEPHONES (Y COMPRIS CONTACT D'URGENCE) : LES    *
      *        DEUX DERNIERS CHIFFRES                            *
      *      . EMAIL : PREMIERE LETTRE ET DOMAINE                *
      *      . DATE DE NAISSANCE (JJMMAAAA) : L'ANNEE            *
      *      . NOM DU CONTACT D'URGENCE : ENTIEREMENT MASQUE     *
      *    IDENTITE, STATUT, DATES DE PRESTATION INCHANGES       *
      *----------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 ZONE-TEL                   PIC X(10).
       01 ZONE-EMAIL                 PIC X(40).
       01 LG-UTILE                   PIC 9(2).
       01 IDX-CAR                    PIC 9(2).
       01 POS-AROBASE                PIC 9(2).

       LINKAGE SECTION.
       COPY CSTAG.

       PROCEDURE DIVISION USING E-STAGIAIRE.
       DEBUT.
      *    ADRESSE : LA VILLE SEULE
           IF E-ADR1 NOT = SPACE
              MOVE ALL '*' TO E-ADR1
           END-IF
           IF E-ADR2 NOT = SPACE
              MOVE ALL '*' TO E-ADR2
           END-IF
           IF E-CODEP NOT = SPACE
              MOVE ALL '*' TO E-CODEP
           END-IF

      *    TELEPHONES
           MOVE E-TELDOM TO ZONE-TEL
           PERFORM MASQUE-TELEPHONE
           MOVE ZONE-TEL TO E-TELDOM

           MOVE E-TELPOR TO ZONE-TEL
           PERFORM MASQUE-TELEPHONE
           MOVE ZONE-TEL TO E-TELPOR

           MOVE E-CONTACT-URGENCE-TEL TO ZONE-TEL
           PERFORM MASQUE-TELEPHONE
           MOVE ZONE-TEL TO E-CONTACT-URGENCE-TEL

           IF E-CONTACT-URGENCE-NOM NOT = SPACE
              MOVE ALL '*' TO E-CONTACT-URGENCE-NOM
           END-IF

      *    EMAIL : PREMIERE LETTRE PUIS LE DOMAINE
           IF E-EMAIL NOT = SPACE
              MOVE 0 TO POS-AROBASE
              PERFORM VARYING IDX-CAR FROM 1 BY 1
                 UNTIL IDX-CAR > 40 OR POS-AROBASE > 0
                 IF E-EMAIL(IDX-CAR:1) = '@'
                    MOVE IDX-CAR TO POS-AROBASE
                 END-IF
              END-PERFORM
              MOVE SPACE TO ZONE-EMAIL
              MOVE E-EMAIL(1:1) TO ZONE-EMAIL(1:1)
              MOVE '***'        TO ZONE-EMAIL(2:3)
              IF POS-AROBASE > 1
                 MOVE E-EMAIL(POS-AROBASE:41 - POS-AROBASE)
                   TO ZONE-EMAIL(5:)
              END-IF
              MOVE ZONE-EMAIL TO E-EMAIL
           END-IF

      *    DATE DE NAISSANCE : L'ANNEE SEULE
           IF E-DATE-NAISS NOT = SPACE
              MOVE '****' TO E-DATE-NAISS(1:4)
           END-IF

           GOBACK
           .

      *    SEULS LES DEUX DERNIERS CARACTERES SIGNIFICATIFS DU
      *    NUMERO RESTENT LISIBLES
       MASQUE-TELEPHONE.
           MOVE 0 TO LG-UTILE
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 10
              IF ZONE-TEL(IDX-CAR:1) NOT = SPACE
                 MOVE IDX-CAR TO LG-UTILE
              END-IF
           END-PERFORM

           IF LG-UTILE > 2
              PERFORM VARYING IDX-CAR FROM 1 BY 1
                 UNTIL IDX-CAR > LG-UTILE - 2
                 MOVE '*' TO ZONE-TEL(IDX-CAR:1)
              END-PERFORM
           END-IF
           .
