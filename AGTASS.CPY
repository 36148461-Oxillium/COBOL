      *    FICHIER DES APPORTEURS (AGENTS ET COURTIERS, KSDS INDEXE PAR
      *    CODE APPORTEUR), TENU PAR AGTMAJ (MAINTENANCE BATCH PAR
      *    CARTES), LU PAR ACCESS3 ET ACCSONL (CONTROLE DE
      *    L'AFFECTATION D'UNE POLICE) ET MIS A JOUR PAR LE CALCUL DES
      *    COMMISSIONS (COMASS).
      *    AGT-TAUX-TYPE : TAUX DE COMMISSION EN POURCENTAGE DE LA
      *    PRIME ENCAISSEE, UN POSTE PAR TYPE DE VEHICULE DU BAREME
      *    ('1' TOURISME, '2' UTILITAIRE, '3' DEUX-ROUES) ; UN
      *    VEHICULE HORS BAREME NE DONNE PAS LIEU A COMMISSION.
      *    AGT-NUMCPTC/AGT-BICCRD : COMPTE ET BIC DE LA BANQUE DE
      *    L'APPORTEUR, BENEFICIAIRE DU VIREMENT DE COMMISSION.
      *    AGT-SOLDE-REPORTE : SOLDE DEBITEUR (NEGATIF) LAISSE PAR UN
      *    CALCUL OU LES RAPPELS SUR RESILIATION ONT DEPASSE LES
      *    COMMISSIONS ; IL S'IMPUTE SUR LES COMMISSIONS SUIVANTES.
      *    AGT-DATE-DERN-ENC : DATE DU DERNIER PRELEVEMENT COMMISSIONNE
      *    (ECHEANCE COLCLE) ; UN ENCAISSEMENT DE DATE ANTERIEURE OU
      *    EGALE N'EST PAS COMMISSIONNE UNE SECONDE FOIS.
       01  AGTASS-REC.
           05  AGT-CODE                 PIC X(5).
           05  AGT-NOM                  PIC X(20).
           05  AGT-CATEGORIE            PIC X.
               88 AGT-AGENT                 VALUE 'A'.
               88 AGT-COURTIER              VALUE 'C'.
           05  AGT-TAUX-TYPE            PIC 99V99 OCCURS 3 TIMES.
           05  AGT-NUMCPTC              PIC 9(2).
           05  AGT-BICCRD               PIC X(11).
           05  AGT-SOLDE-REPORTE        PIC S9(7)V99.
           05  AGT-DATE-DERN-ENC        PIC 9(8).
           05  AGT-DATE-CREATION        PIC 9(8).
           05  FILLER                   PIC X(4).
