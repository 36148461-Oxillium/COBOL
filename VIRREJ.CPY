      *    AVEC LE CODE ET LE LIBELLE DU CONTROLE QUI L'A REJETE.
      *    VREJ-NBRECY COMPTE LES RECYCLAGES DEJA EFFECTUES SUR CE
      *    MOUVEMENT (VOIR VIRENR.CPY).
      *    LES CODES 23 A 25 SONT DES REJETS DU FILTRAGE SANCTIONS
      *    (REFUS DE LA CONFORMITE, BIC LISTE, PAYS SOUS EMBARGO) : ILS
      *    NE SE CORRIGENT PAS ET NE SE RECYCLENT PAS.
       01  VIRREJ-REC.
           05 VREJ-NUMCLID                 PIC 9(2).
           05 VREJ-NUMCPTD                 PIC 9(2).
           05 VREJ-NUMCPTC                 PIC 9(2).
           05 VREJ-BICCRD                  PIC X(11).
           05 VREJ-CODE-ERR                PIC 99.
              88 VREJ-REJET-CONFORMITE         VALUE 23 THRU 25.
           05 VREJ-LIBELLE                 PIC X(50).
           05 VREJ-NBRECY                  PIC 9(2).
