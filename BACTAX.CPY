      *    CONDITIONS DE TENUE DES COMPTES CLIENTS (FICHIER BACTAX,
      *    INDEXE SUR LA DATE D'EFFET), PARTAGE ENTRE BACTXM
      *    (MAINTENANCE BATCH PAR CARTES) ET BACINT (ARRETE MENSUEL
      *    DES COMPTES). MEME PRINCIPE QUE LE BAREME TRFASS : LA LIGNE
      *    LA PLUS RECENTE DONT LA DATE D'EFFET EST ATTEINTE DONNE LES
      *    CONDITIONS EN VIGUEUR, JOUR PAR JOUR ; UN CHANGEMENT DE
      *    TAUX EN COURS DE MOIS S'APPLIQUE DONC A PARTIR DE SA DATE.
      *    LES TAUX SONT ANNUELS, EN POURCENTAGE (2,5000 = 2,5 %), ET
      *    S'APPLIQUENT AU SOLDE DE FIN DE JOURNEE SUR UNE ANNEE DE
      *    TAX-BASE-JOURS JOURS (360 OU 365). LES FRAIS DE TENUE SONT
      *    UN FORFAIT MENSUEL PAR COMPTE, EN EUR, PRIS DANS LES
      *    CONDITIONS EN VIGUEUR LE DERNIER JOUR DU MOIS.
       01  BACTAX-REC.
           05 TAX-DATE-EFFET                 PIC 9(8).
           05 TAX-TAUX-CREDITEUR             PIC 9(2)V9(4).
           05 TAX-TAUX-DEBITEUR              PIC 9(2)V9(4).
           05 TAX-FRAIS-TENUE                PIC 9(5)V9(2).
           05 TAX-BASE-JOURS                 PIC 9(3).
