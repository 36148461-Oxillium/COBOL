      *    ZONE DE RAPPROCHEMENT DES NOMS AVEC LA LISTE DE SANCTIONS,
      *    PARTAGEE ENTRE VIR2 ET VIRSNM (PARAGRAPHES DE VIRSNC.CPY),
      *    REPRISE PAR VIRENT POUR RAPPROCHER LE NOM DU BENEFICIAIRE
      *    D'UN PAIEMENT RECU DE CELUI DU TITULAIRE DU COMPTE.
      *    SNC-NOM EST LE NOM A NORMALISER ; SNC-NOM-NORM/SNC-LONG LE
      *    RESULTAT. POUR UNE COMPARAISON, SNC-NOM-NORM/SNC-LONG
      *    PORTENT LE NOM DU BENEFICIAIRE ET SNC-LISTE-NORM/
      *    SNC-LISTE-LONG L'ENTREE DE LA LISTE.
       01  SNC-ZONE.
           05 SNC-NOM                PIC X(20).
           05 SNC-NOM-NORM           PIC X(20).
           05 SNC-LONG               PIC 99.
           05 SNC-LISTE-NORM         PIC X(20).
           05 SNC-LISTE-LONG         PIC 99.
           05 SNC-CAR                PIC X.
           05 SNC-IX                 PIC 99.
           05 SNC-ECARTS             PIC 99.
           05 SNC-OCCURRENCES        PIC 99.
           05 SNC-RESULTAT           PIC X.
              88 SNC-NOM-IDENTIQUE        VALUE 'E'.
              88 SNC-NOM-PROCHE           VALUE 'P'.
              88 SNC-NOM-DISTINCT         VALUE ' '.

      *    SEUILS DU RAPPROCHEMENT APPROCHE : EN DESSOUS DE
      *    SNC-LONG-MIN CARACTERES UTILES, SEULE L'IDENTITE EXACTE
      *    EST RETENUE (UN NOM COURT EN RECOUPERAIT TROP D'AUTRES) ;
      *    A LONGUEUR EGALE, SNC-ECARTS-MAX LETTRES DIFFERENTES AU
      *    PLUS (FAUTE DE FRAPPE, TRANSLITTERATION)
       01  SNC-LONG-MIN              PIC 99 VALUE 6.
       01  SNC-ECARTS-MAX            PIC 99 VALUE 2.
