      *    JOURNAL AVANT/APRES DES MISES A JOUR KSDASS (AUDIT), PARTAGE
      *    ENTRE ACCESS3 (FD JRNASS) ET ACCSONL (ZONE DE TRAVAIL ECRITE
      *    PAR EXEC CICS WRITE) -- MEME DECOUPAGE DANS LES DEUX CAS.
      *    POUR UNE OPERATION SUR UN VEHICULE DE LA POLICE ('V' AJOUT,
      *    'W' MODIFICATION, 'X' RETRAIT), L'IDENTITE DE L'ASSURE (NON
      *    TOUCHEE) CEDE LA PLACE DANS CHAQUE IMAGE A CELLE DU VEHICULE
      *    (VUES JRN-AV-VEHICULE / JRN-AP-VEHICULE, A BLANC AVANT UN
      *    AJOUT ET APRES UN RETRAIT) ; TYPE, PRIME, BONUS-MALUS ET
      *    TAUX RESTENT CEUX DE LA POLICE, AVANT ET APRES L'OPERATION.
      *    POUR UNE AFFECTATION DE LA POLICE A UN APPORTEUR ('G'),
      *    CHAQUE IMAGE PORTE L'APPORTEUR (VUES JRN-AV-APPORTEUR /
      *    JRN-AP-APPORTEUR, A BLANC POUR UNE AFFAIRE DIRECTE).
       01  JRNASS-REC.
           05  JRN-MATRICULE      PIC 9(6).
           05  JRN-DATE           PIC 9(8).
               10 JRN-AV-PRIME-BASE      PIC 9(4)V99.
               10 JRN-AV-BONUS-MALUS     PIC X.
               10 JRN-AV-TAUX            PIC 99.
           05  JRN-AV-VEHICULE REDEFINES JRN-AVANT.
               10 JRN-AV-VEH-ZONE.
                  15 JRN-AV-VEH-SEQ      PIC 99.
                  15 JRN-AV-VEH-IMMAT    PIC X(10).
                  15 JRN-AV-VEH-TYPE     PIC X.
                  15 JRN-AV-VEH-DATE-MEC PIC 9(8).
                  15 JRN-AV-VEH-PRIME    PIC 9(4)V99.
                  15 FILLER              PIC X(28).
               10 FILLER                 PIC X(10).
           05  JRN-AV-APPORTEUR REDEFINES JRN-AVANT.
               10 JRN-AV-AGT-CODE        PIC X(5).
               10 JRN-AV-AGT-NOM         PIC X(20).
               10 JRN-AV-AGT-DATE        PIC 9(8).
               10 FILLER                 PIC X(32).
           05  JRN-APRES.
               10 JRN-AP-NOM-PRENOM      PIC X(20).
               10 JRN-AP-RUE-ADRESSE     PIC X(18).
               10 JRN-AP-PRIME-BASE      PIC 9(4)V99.
               10 JRN-AP-BONUS-MALUS     PIC X.
               10 JRN-AP-TAUX            PIC 99.
           05  JRN-AP-VEHICULE REDEFINES JRN-APRES.
               10 JRN-AP-VEH-ZONE.
                  15 JRN-AP-VEH-SEQ      PIC 99.
                  15 JRN-AP-VEH-IMMAT    PIC X(10).
                  15 JRN-AP-VEH-TYPE     PIC X.
                  15 JRN-AP-VEH-DATE-MEC PIC 9(8).
                  15 JRN-AP-VEH-PRIME    PIC 9(4)V99.
                  15 FILLER              PIC X(28).
               10 FILLER                 PIC X(10).
           05  JRN-AP-APPORTEUR REDEFINES JRN-APRES.
               10 JRN-AP-AGT-CODE        PIC X(5).
               10 JRN-AP-AGT-NOM         PIC X(20).
               10 JRN-AP-AGT-DATE        PIC 9(8).
               10 FILLER                 PIC X(32).
