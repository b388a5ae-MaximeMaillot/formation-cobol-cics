      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FSESS11    *
      *    REFERENTIEL DES SESSIONS DE FORMATION. LA SALLE       *
      *    RETENUE EST RESERVEE SUR LES DATES DE LA SESSION      *
      *    DANS FRESA11 (CONTROLE DES CHEVAUCHEMENTS SES1CI11)   *
      *    CLE : E-SES-CODE                                      *
      *----------------------------------------------------------*
       01  E-SESSION.
      *                                              FACTURATION
      *                                              FAC1CI11)
           05 E-SES-TAUX-FINANCEUR   PIC 9(5).
      *-------------------------------------------  SALLE RESERVEE
      *                                             (CF FSALL11 ET
      *                                              FRESA11 ; A
      *                                              BLANC = PAS DE
      *                                              SALLE RETENUE)
           05 E-SES-SALLE.
             10 E-SES-SITE           PIC X(3).
             10 E-SES-CODE-SALLE     PIC X(3).
      *-------------------------------------------  SESSION D'ORIGINE
      *                                             (SESSION DONT CELLE-
      *                                              CI EST LA REPRISE
      *                                              SUR UNE PERIODE
      *                                              SUIVANTE, POSEE PAR
      *                                              CAT1CI11 ; A BLANC
      *                                              = SAISIE DIRECTE)
           05 E-SES-ORIGINE          PIC X(6).
