      *    COMPTE D'ARRIERES DE PRIME D'UN ASSURE (FICHIER ARRASS,
      *    INDEXE PAR MATRICULE), TENU PAR LA GESTION DES IMPAYES
      *    (IMPASS) ET LU PAR COLASS. UN ENREGISTREMENT N'EXISTE QUE
      *    TANT QU'UN ENCAISSEMENT EST RESTE IMPAYE : LE PRELEVEMENT
      *    SUIVANT REPRESENTE L'ARRIERE AVEC LA PRIME DE L'ECHEANCE,
      *    ET SON SUCCES SOLDE LE COMPTE (ENREGISTREMENT SUPPRIME).
      *    ARR-NB-ECHECS COMPTE LES ECHECS CONSECUTIFS IMPUTABLES AU
      *    PAYEUR ; ARR-DATE-SUSPENSION EST RENSEIGNEE QUAND LE
      *    MOUVEMENT DE SUSPENSION 'U' A ETE GENERE POUR PROJ3.
       01  ARRASS-REC.
           05  ARR-MATRICULE            PIC 9(6).
           05  ARR-NB-ECHECS            PIC 9(2).
           05  ARR-MONTANT-DU           PIC 9(7)V99.
           05  ARR-DATE-PREMIER-ECHEC   PIC 9(8).
           05  ARR-DATE-DERNIER-ECHEC   PIC 9(8).
           05  ARR-CODE-ERR             PIC 99.
           05  ARR-LIBELLE              PIC X(50).
           05  ARR-DATE-SUSPENSION      PIC 9(8).
           05  FILLER                   PIC X(7).
