      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FSCOR11    *
      *    HISTORIQUE MENSUEL DU SCORE DE COMPLETUDE DES         *
      *    DOSSIERS ACTIFS (CALCULE PAR SCO1CI11) : MOYENNE PAR  *
      *    SITE ET GESTIONNAIRE, PAR SITE ET GENERALE. LE MOIS   *
      *    PRECEDENT SERT DE POINT DE COMPARAISON A L'EDITION    *
      *    CLE : E-SCO-CLE = MOIS + SITE + NIVEAU + GESTIONNAIRE *
      *----------------------------------------------------------*
       01  E-SCORE-COMPLETUDE.
      *-------------------------------------------  CLE (MOIS AAAAMM ;
      *                                             NIVEAU G = SITE ET
      *                                             GESTIONNAIRE, S =
      *                                             SITE, GESTIONNAIRE
      *                                             A BLANC, T = TOTAL
      *                                             GENERAL, SITE ET
      *                                             GESTIONNAIRE A
      *                                             BLANC)
           05 E-SCO-CLE.
             10 E-SCO-MOIS           PIC 9(6).
             10 E-SCO-SITE           PIC X(3).
             10 E-SCO-NIVEAU         PIC X(1).
               88 SCO-GESTIONNAIRE        VALUE 'G'.
               88 SCO-SITE                VALUE 'S'.
               88 SCO-TOTAL               VALUE 'T'.
             10 E-SCO-GESTIONNAIRE   PIC X(8).
      *-------------------------------------------  DOSSIERS SCORES
           05 E-SCO-NB-DOSSIERS      PIC 9(6).
      *-------------------------------------------  SCORE MOYEN (0 A
      *                                             100)
           05 E-SCO-MOYENNE          PIC 9(3)V9.
      *-------------------------------------------  DOSSIERS EN DEFAUT
      *                                             PAR CRITERE : 1
      *                                             EMAIL, 2 ADRESSE,
      *                                             3 PIECES, 4 BANQUE,
      *                                             5 CONTACT URGENCE,
      *                                             6 SESSION,
      *                                             7 REFERENT
           05 E-SCO-DEFAUTS.
             10 E-SCO-DEFAUT         PIC 9(6) OCCURS 7.
      *-------------------------------------------  DATE DU CALCUL
           05 E-SCO-DATE-CALCUL      PIC X(10).
           05 FILLER                 PIC X(30).
