      *    REGLEMENT DE SINISTRE EMIS EN ATTENTE DE CONFIRMATION
      *    (FICHIER SINATT, INDEXE PAR L'IDENTITE DU MOUVEMENT VIRMVT
      *    GENERE). ECRIT PAR SINREG A L'EMISSION DU REGLEMENT, RELU
      *    ET PURGE PAR SINANN APRES LA CHAINE VIR : UN REGLEMENT
      *    REJETE (VIRREJ, Y COMPRIS LES REFUS DU FILTRAGE SANCTIONS,
      *    OU REJET RESEAU VIRNAK) EST ANNULE SUR LE DOSSIER SINDOS ;
      *    UN REGLEMENT PASSE PAR VIR2 SANS REJET EST CONFIRME ET
      *    SUPPRIME DU FICHIER ; UN REGLEMENT RETENU PAR LA CONFORMITE
      *    (VIRSNA) Y RESTE JUSQU'A LA DECISION. LE COMPTE ET LE
      *    MONTANT DU BENEFICIAIRE SONT CONFRONTES A CEUX DU REJET :
      *    L'IDENTITE SEULE PEUT ETRE PARTAGEE AVEC UN AUTRE MOUVEMENT
      *    DU MEME COMPTE DEBITEUR.
       01  SINATT-REC.
           05  SAT-CLE.
               10 SAT-NUMCLID           PIC 9(2).
               10 SAT-NUMCPTD           PIC 9(2).
               10 SAT-DATECH            PIC 9(8).
               10 SAT-NUMDDE            PIC 9(2).
           05  SAT-NUMSIN               PIC 9(8).
           05  SAT-MONTANT              PIC 9(7)V99.
           05  SAT-NOMCLIC              PIC X(20).
           05  SAT-NUMCPTC              PIC 9(2).
           05  SAT-BICCRD               PIC X(11).
           05  FILLER                   PIC X(16).
