      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FTRSF11    *
      *    REGISTRE DES TRANSFERTS INTER-SITES D'UN STAGIAIRE :  *
      *    UN ENREGISTREMENT PAR TRANSFERT VALIDE SUR L'ECRAN    *
      *    TRF1CI11 (SITE, SESSION ET REFERENT AVANT/APRES).   *
      *    EXPLOITE PAR L'EDITION MENSUELLE DES ENTREES ET       *
      *    SORTIES PAR SITE TRF2CI11                             *
      *    CLE : E-TRF-CLE = NUMERO + DATE (AAAAMMJJ) + HEURE    *
      *----------------------------------------------------------*
       01  E-TRANSFERT.
      *-------------------------------------------  CLE
           05 E-TRF-CLE.
             10 E-TRF-NUMERO         PIC 9(6).
             10 E-TRF-DATE           PIC X(8).
             10 E-TRF-HEURE          PIC X(6).
      *-------------------------------------------  SITE AVANT/APRES
           05 E-TRF-SITE-ORIG        PIC X(3).
           05 E-TRF-SITE-DEST        PIC X(3).
      *-------------------------------------------  SESSION AVANT/APRES
           05 E-TRF-SESSION-ORIG     PIC X(6).
           05 E-TRF-SESSION-DEST     PIC X(6).
      *-------------------------------------------  REFERENT AVANT/APRES
           05 E-TRF-GEST-ORIG        PIC X(8).
           05 E-TRF-GEST-DEST        PIC X(8).
      *-------------------------------------------  SUIVI REPRIS PAR LE
      *                                             NOUVEAU REFERENT
      *                                             (ENTRETIENS DUS
      *                                              FENTR11, ACTIONS
      *                                              OUVERTES FPACT11)
           05 E-TRF-NB-ENTRETIENS    PIC 9(3).
           05 E-TRF-NB-ACTIONS       PIC 9(3).
      *-------------------------------------------  AUTEUR DU TRANSFERT
           05 E-TRF-USERID           PIC X(8).
