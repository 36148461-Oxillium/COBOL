      *    AFFECTATION DES POLICES A LEUR APPORTEUR (FICHIER AGTPOL,
      *    INDEXE PAR MATRICULE). L'ENREGISTREMENT KSDASS ETANT PLEIN,
      *    LE CODE APPORTEUR EST TENU A COTE, COMME LES VEHICULES
      *    (VEHASS) : UN ENREGISTREMENT PAR POLICE APPORTEE, AUCUN
      *    POUR UNE AFFAIRE DIRECTE. PARTAGE ENTRE ACCESS3 (FD AGTPOL,
      *    FONCTIONS 'G' ET 'K'), ACCSONL (ZONE DE TRAVAIL LUE/ECRITE
      *    PAR EXEC CICS) ET LE CALCUL DES COMMISSIONS (COMASS).
      *    AFF-TAUX-APPLIQUE : DERNIER TAUX DE COMMISSION APPLIQUE A LA
      *    POLICE PAR COMASS, REPRIS POUR LE RAPPEL DE COMMISSION SUR
      *    LE REMBOURSEMENT D'UNE RESILIATION ('A') : LA FICHE KSDASS
      *    ET SES VEHICULES ONT ALORS DISPARU. L'AFFECTATION D'UNE
      *    POLICE RESILIEE EST CONSERVEE JUSQU'A CE RAPPEL, PUIS
      *    SUPPRIMEE PAR COMASS ; CELLE D'UNE POLICE SUPPRIMEE ('S')
      *    DISPARAIT AVEC ELLE.
       01  AGTPOL-REC.
           05  AFF-MATRICULE            PIC 9(6).
           05  AFF-CODE-AGENT           PIC X(5).
           05  AFF-DATE-AFFECTATION     PIC 9(8).
           05  AFF-TAUX-APPLIQUE        PIC 99V99.
           05  FILLER                   PIC X(7).
