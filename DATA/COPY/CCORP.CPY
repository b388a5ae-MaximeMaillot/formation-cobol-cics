      *----------------------------------------------------------*
      *    ZONE D'APPEL DU SOUS-PROGRAMME CORRBAT : INSCRIPTION  *
      *    D'UNE CORRESPONDANCE SORTANTE AU REGISTRE FCORR11     *
      *    (CF CCORR) PAR LES TRAITEMENTS BATCH QUI EDITENT UNE  *
      *    LETTRE OU DEPOSENT UN COURRIEL / SMS. L'APPELANT      *
      *    RENSEIGNE LE STAGIAIRE, LE CANAL, LE MODELE ET LA     *
      *    REFERENCE ; DATE, HEURE ET SEQUENCE SONT POSEES PAR   *
      *    CORRBAT. UN REGISTRE INDISPONIBLE NE BLOQUE PAS       *
      *    L'APPELANT (SIGNALE UNE FOIS AU SYSOUT).              *
      *    COR-FONCTION 'F' EN FIN DE TRAITEMENT FERME LE        *
      *    REGISTRE                                              *
      *----------------------------------------------------------*
       01  CORRESP-PARAM.
           05 COR-FONCTION           PIC X(1).
             88 COR-INSCRIPTION           VALUE 'I'.
             88 COR-FERMETURE             VALUE 'F'.
           05 COR-NUMERO             PIC 9(6).
      *-------------------------------------------  C / E / S / R
      *                                             (CF E-COR-CANAL)
           05 COR-CANAL              PIC X(1).
           05 COR-MODELE             PIC X(8).
           05 COR-PROGRAMME          PIC X(8).
      *-------------------------------------------  REFERENCE (CF
      *                                             E-COR-REFERENCE)
           05 COR-REFERENCE.
             10 COR-REP-CODE         PIC X(8).
             10 COR-REP-DATE         PIC 9(8).
             10 COR-REP-LIGNE        PIC 9(5).
           05 COR-REF-SAS REDEFINES COR-REFERENCE.
             10 COR-SAS-FICHIER      PIC X(8).
             10 COR-SAS-SEQ          PIC 9(4).
             10 FILLER               PIC X(9).
      *-------------------------------------------  RETOUR
           05 COR-CODE-RETOUR        PIC 9(2).
             88 COR-OK                    VALUE 00.
             88 COR-REGISTRE-KO           VALUE 08.
