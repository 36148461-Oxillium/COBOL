      *    CLE D'UN MOUVEMENT D'ENCAISSEMENT DE PRIME (FICHIER COLCLE),
      *    ECRIT PAR COLASS POUR CHAQUE MOUVEMENT GENERE ET RELU PAR LA
      *    GESTION DES IMPAYES (IMPASS) : C'EST LA VERSION EXPLOITABLE
      *    PAR PROGRAMME DU RATTACHEMENT MATRICULE / CLE VIRMVT QUE
      *    L'ETAT COLREL PORTE POUR LE LECTEUR. LE MONTANT PRELEVE EST
      *    LA PRIME DE L'ECHEANCE AUGMENTEE DE L'ARRIERE REPRESENTE
      *    (VOIR ARRASS.CPY).
       01  COLCLE-REC.
           05  CCL-MATRICULE            PIC 9(6).
           05  CCL-CLE.
               10 CCL-NUMCLID           PIC 9(2).
               10 CCL-NUMCPTD           PIC 9(2).
               10 CCL-DATECH            PIC 9(8).
               10 CCL-NUMDDE            PIC 9(2).
           05  CCL-PRIME                PIC 9(4)V99.
           05  CCL-ARRIERE              PIC 9(7)V99.
           05  CCL-MONTANT              PIC 9(7)V99.
           05  CCL-NUMCPTC              PIC 9(2).
           05  FILLER                   PIC X(14).
