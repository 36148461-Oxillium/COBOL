      *    VEHICULES ASSURES D'UNE POLICE (FICHIER VEHASS, INDEXE PAR
      *    MATRICULE + NUMERO D'ORDRE DU VEHICULE DANS LA POLICE),
      *    PARTAGE ENTRE ACCESS3 (FD VEHASS) ET ACCSONL (ZONE DE
      *    TRAVAIL LUE/ECRITE PAR EXEC CICS) -- MEME DECOUPAGE DANS
      *    LES DEUX CAS.
      *    CHAQUE VEHICULE EST TARIFE SEPAREMENT (CALCUL-PRIME SUR SON
      *    TYPE ET LE BONUS-MALUS DE LA POLICE) ; LA PRIME-BASE DE LA
      *    FICHE KSDASS EST LA SOMME DES PRIMES DE SES VEHICULES ET
      *    SON TYPE-VEHICULE CELUI DU VEHICULE PRINCIPAL (PLUS PETIT
      *    NUMERO D'ORDRE). UNE POLICE SANS ENREGISTREMENT VEHASS
      *    RESTE UNE POLICE MONO-VEHICULE DECRITE PAR KSDASS SEUL.
       01  VEHASS-REC.
           05  VEH-CLE.
               10 VEH-MATRICULE         PIC 9(6).
               10 VEH-SEQ               PIC 99.
           05  VEH-IMMAT                PIC X(10).
           05  VEH-TYPE                 PIC X.
           05  VEH-DATE-MEC             PIC 9(8).
           05  VEH-PRIME                PIC 9(4)V99.
           05  VEH-DATE-MAJ             PIC 9(8).
           05  FILLER                   PIC X(9).
