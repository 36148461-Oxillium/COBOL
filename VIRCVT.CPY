      *    ZONE DE CONVERSION EN EUR D'UN PAIEMENT RECU, PARTAGEE
      *    ENTRE VIRENT ET VIRSAF (PARAGRAPHES DE VIRCVC.CPY).
      *    CVE-CODDEV/CVE-MTTRAN : MONTANT ET DEVISE DU MESSAGE ;
      *    CVE-TAUX/CVE-MTTRAN-EUR : RESULTAT. CVE-DATE-TRAITEMENT EST
      *    LA DATE DU RUN, REFERENCE DE L'ANCIENNETE DU TAUX.
       01  CVE-ZONE.
           05 CVE-CODDEV                     PIC X(3).
           05 CVE-MTTRAN                     PIC S9(9)V9(9).
           05 CVE-MTTRAN-EUR                 PIC S9(9)V9(9).
           05 CVE-TAUX                       PIC 9(5)V9(6).
           05 CVE-DATE-TRAITEMENT            PIC 9(8).
           05 CVE-AGE-TAUX                   PIC S9(7).
           05 CVE-RESULTAT                   PIC X.
              88 CVE-CONVERTI                    VALUE '0'.
              88 CVE-TAUX-ABSENT                 VALUE '1'.
              88 CVE-TAUX-PERIME                 VALUE '2'.

      *    ANCIENNETE MAXIMALE DU TAUX EN JOURS, LA MEME QUE DANS VIR2
      *    (CONST-ANCIENNETE-MAX) : UN PAIEMENT RECU N'EST PAS CREDITE
      *    SUR UN TAUX QUE VIR2 REFUSERAIT A L'EMISSION
       01  CVE-ANCIENNETE-MAX                PIC 9(3) VALUE 3.
