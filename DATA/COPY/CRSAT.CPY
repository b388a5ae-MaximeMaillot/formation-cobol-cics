      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRSAT11    *
      *    REPONSES AU QUESTIONNAIRE DE SATISFACTION DE FIN DE   *
      *    SESSION : UN ENREGISTREMENT PAR STAGIAIRE ET SESSION, *
      *    CREE A L'INVITATION PAR QST3CI11 (ETAT 'I') PUIS      *
      *    COMPLETE PAR LA SAISIE QST2CI11 OU LE CHARGEMENT DU   *
      *    FICHIER RETOUR DE L'OUTIL D'ENQUETE QST4CI11 (ETAT    *
      *    'R'). EXPLOITE PAR L'EDITION QST5CI11                 *
      *    CLE : E-RSA-CLE = E-RSA-NUMERO + E-RSA-SESSION        *
      *----------------------------------------------------------*
       01  E-REPONSE-SAT.
      *-------------------------------------------  CLE
           05 E-RSA-CLE.
             10 E-RSA-NUMERO         PIC 9(6).
             10 E-RSA-SESSION        PIC X(6).
      *-------------------------------------------  VERSION DU
      *                                             QUESTIONNAIRE
      *                                             (CF FQSAT11)
           05 E-RSA-VERSION          PIC 9(2).
      *-------------------------------------------  ETAT
           05 E-RSA-ETAT             PIC X(1).
             88 RSA-INVITE                VALUE 'I'.
             88 RSA-REPONDU               VALUE 'R'.
      *-------------------------------------------  INVITATION (CANAL
      *                                             M = FMAIL11,
      *                                             S = FSMSS11,
      *                                             BLANC = AUCUN :
      *                                             PAS DE CONTACT OU
      *                                             PAS DE CONSENTE-
      *                                             MENT, FORMULAIRE
      *                                             PAPIER)
           05 E-RSA-CANAL            PIC X(1).
             88 RSA-CANAL-MAIL            VALUE 'M'.
             88 RSA-CANAL-SMS             VALUE 'S'.
             88 RSA-CANAL-AUCUN           VALUE ' '.
           05 E-RSA-DATE-INVIT       PIC X(10).
      *-------------------------------------------  NOTES PAR QUESTION
      *                                             (00 = SANS
      *                                              REPONSE)
           05 E-RSA-NOTES.
             10 E-RSA-NOTE           PIC 9(2) OCCURS 10.
      *-------------------------------------------  COMMENTAIRE LIBRE
           05 E-RSA-COMMENTAIRE      PIC X(180).
      *-------------------------------------------  ORIGINE DE LA
      *                                             REPONSE
           05 E-RSA-ORIGINE          PIC X(1).
             88 RSA-SAISIE-ECRAN          VALUE 'S'.
             88 RSA-FICHIER-ENQUETE       VALUE 'F'.
      *-------------------------------------------  MISE A JOUR
           05 E-RSA-DATE-REPONSE     PIC X(10).
           05 E-RSA-USERID           PIC X(8).
           05 FILLER                 PIC X(5).
