      *                                              CONSENTEMENTS)
           05 E-CONSENT-SMS           PIC X(1).
             88 CONSENT-SMS-NON            VALUE 'N'.
      *-------------------------------------------  METIER CIBLE
      *                                             (CODE ROME, CF
      *                                              FROME11 ; CROISE
      *                                              AVEC LE DEVENIR
      *                                              FSUIV11 PAR
      *                                              ROM2CI11)
           05 E-CODE-ROME             PIC X(5).
      *-------------------------------------------  TRANSFERT VERS UNE
      *                                             AUTRE REGION ('R'
      *                                              POSE PAR L'EXPORT
      *                                              XRG1CI11 : LE
      *                                              DOSSIER EST FIGE,
      *                                              SA SUITE EST
      *                                              GEREE PAR LA
      *                                              REGION D'ACCUEIL,
      *                                              CF FXREG11)
           05 E-TRANSFERT-REGION      PIC X(1).
             88 TRANSFERE-REGION-NON       VALUE ' '.
             88 TRANSFERE-REGION-OUI       VALUE 'R'.
