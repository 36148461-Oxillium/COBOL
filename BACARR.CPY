      *    ARRETES MENSUELS DES COMPTES CLIENTS (FICHIER BACARR,
      *    INDEXE SUR LA PERIODE), TENU PAR BACINT : UN
      *    ENREGISTREMENT PAR MOIS ARRETE. IL EST ECRIT EN COURS
      *    ('E') AVANT LA PREMIERE IMPUTATION ET PASSE TERMINE ('T')
      *    APRES LA DERNIERE, AVEC LES TOTAUX IMPUTES : UN MOIS DEJA
      *    PRESENT, TERMINE OU NON, NE PEUT PLUS ETRE ARRETE (UN
      *    ARRETE INTERROMPU SE REPREND A LA MAIN SUR LE JOURNAL
      *    BACJRN, SOUS PEINE D'IMPUTER DEUX FOIS LES MEMES INTERETS).
       01  BACARR-REC.
           05 ARR-PERIODE                    PIC 9(6).
           05 ARR-STATUT                     PIC X.
              88 ARR-EN-COURS                    VALUE 'E'.
              88 ARR-TERMINE                     VALUE 'T'.
           05 ARR-DATE                       PIC 9(8).
           05 ARR-HEURE                      PIC 9(6).
           05 ARR-NB-COMPTES                 PIC 9(5).
           05 ARR-TOTAL-CREDITEUR            PIC S9(9)V9(2).
           05 ARR-TOTAL-DEBITEUR             PIC S9(9)V9(2).
           05 ARR-TOTAL-FRAIS                PIC S9(9)V9(2).
