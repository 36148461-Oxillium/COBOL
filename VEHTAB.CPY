      *    VEHICULES D'UNE POLICE CHARGES EN MEMOIRE (VOIR VEHASS.CPY),
      *    PARTAGE ENTRE ACCESS3 ET ACCSONL. CHAQUE PROGRAMME REMPLIT LA
      *    TABLE SELON SON MODE D'ACCES (LECTURE NATIVE OU CICS) ; LES
      *    REGLES DE GESTION SUR LA TABLE SONT COMMUNES (VOIR
      *    VEHCAL.CPY).
      *    UNE POLICE SANS ENREGISTREMENT VEHASS EST CHARGEE AVEC UN
      *    SEUL POSTE (NUMERO 01) REPRIS DE LA FICHE KSDASS : LE
      *    VEHICULE D'ORIGINE EST ALORS ECRIT DANS VEHASS A LA PREMIERE
      *    MISE A JOUR DE VEHICULE (VC-MIGRATION-A-FAIRE).
       01  TABLE-VEHICULES.
           05 NB-VEHICULES           PIC 99 VALUE ZEROES.
           05 TVH-ENTREE OCCURS 1 TO 99 TIMES
                         DEPENDING ON NB-VEHICULES
                         INDEXED BY IX-TVH IX-TVC.
              10 TVH-SEQ             PIC 99.
              10 TVH-IMMAT           PIC X(10).
              10 TVH-TYPE            PIC X.
              10 TVH-DATE-MEC        PIC 9(8).
              10 TVH-PRIME           PIC 9(4)V99.

      *    ZONE D'ECHANGE AVEC LES PARAGRAPHES DE VEHCAL.CPY
       01  VC-ZONE.
           05 VC-SEQ                 PIC 99.
           05 VC-IMMAT               PIC X(10).
           05 VC-TYPE                PIC X.
           05 VC-DATE-MEC            PIC 9(8).
           05 VC-DATE-MEC-R REDEFINES VC-DATE-MEC.
              10 VC-MEC-AAAA         PIC 9(4).
              10 VC-MEC-MM           PIC 99.
              10 VC-MEC-JJ           PIC 99.
           05 VC-DATE-JOUR           PIC 9(8).
           05 VC-JOURS-MOIS          PIC 99.
           05 VC-QUOTIENT            PIC 9(4).
           05 VC-RESTE-4             PIC 9(3).
           05 VC-RESTE-100           PIC 9(3).
           05 VC-RESTE-400           PIC 9(3).
           05 VC-PRIME-POLICE        PIC 9(4)V99.
           05 VC-TYPE-PRINCIPAL      PIC X.
           05 VC-SEQ-MIN             PIC 9(3).
           05 VC-SEQ-MAX             PIC 99.
           05 VC-SEQ-LIBRE           PIC 99.
           05 VC-ANOMALIE            PIC X(50).
           05 VC-IND-MIGRATION       PIC X.
              88 VC-MIGRATION-A-FAIRE     VALUE 'O'.
              88 VC-VEHICULES-EN-FICHIER  VALUE 'N'.
           05 VC-IND-CAPACITE        PIC X.
              88 VC-PRIME-HORS-CAPACITE   VALUE 'O'.
              88 VC-PRIME-DANS-CAPACITE   VALUE 'N'.
           05 VC-IND-TROUVE          PIC X.
              88 VC-VEHICULE-TROUVE       VALUE 'O'.
              88 VC-VEHICULE-ABSENT       VALUE 'N'.
           05 VC-IND-IMMAT           PIC X.
              88 VC-IMMAT-EN-DOUBLE       VALUE 'O'.
              88 VC-IMMAT-UNIQUE          VALUE 'N'.
