      *----------------------------------------------------------*
      *    ZONE D'APPEL DES SOUS-PROGRAMMES DE SCELLEMENT DES    *
      *    TRACES D'AUDIT (CF CSCEL) : SCELLAUD DANS LES         *
      *    TRANSACTIONS CICS, SCELLBAT DANS LES TRAITEMENTS      *
      *    BATCH. L'APPELANT PASSE LA TRACE TELLE QU'ECRITE      *
      *    (E-HISTO OU E-DETAIL) APRES UNE ECRITURE REUSSIE.     *
      *    UN INCIDENT DE SCELLEMENT NE BLOQUE PAS L'APPELANT :  *
      *    LA TRACE NON SCELLEE SORT A LA VERIFICATION           *
      *    HEBDOMADAIRE (SCE1CI11)                               *
      *----------------------------------------------------------*
       01  SCELLEMENT-PARAM.
      *-------------------------------------------  FICHIER SCELLE
           05 SCP-TYPE               PIC X(1).
             88 SCP-EVENEMENT             VALUE 'A'.
             88 SCP-DETAIL                VALUE 'D'.
      *-------------------------------------------  NATURE (CF CSCEL) ;
      *                                             'F' EN BATCH =
      *                                             FERMETURE DU
      *                                             REGISTRE EN FIN DE
      *                                             TRAITEMENT
           05 SCP-FONCTION           PIC X(1).
             88 SCP-FERMETURE             VALUE 'F'.
           05 SCP-PROGRAMME          PIC X(8).
           05 SCP-USERID             PIC X(8).
      *-------------------------------------------  TRACE ECRITE
           05 SCP-ENREG              PIC X(118).
      *-------------------------------------------  RETOUR
           05 SCP-CODE-RETOUR        PIC 9(2).
             88 SCP-OK                    VALUE 00.
             88 SCP-REGISTRE-KO           VALUE 08.
