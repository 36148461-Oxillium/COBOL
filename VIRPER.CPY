      *    ORDRES DE VIREMENT PERMANENTS (FICHIER VIRPER), PARTAGE
      *    ENTRE VIRPMJ (MAINTENANCE BATCH PAR CARTES) ET VIRPGN
      *    (GENERATION QUOTIDIENNE DES MOUVEMENTS ECHUS, EN AMONT DE
      *    VIR2). UN ENREGISTREMENT PAR ORDRE, IDENTIFIE PAR SON
      *    NUMERO. LE MONTANT EST EXPRIME DANS LA DEVISE DE L'ORDRE
      *    (CONVERTI PAR VIR2 COMME TOUT MOUVEMENT).
      *    PERIODICITE : 'H' HEBDOMADAIRE, 'M' MENSUELLE,
      *    'T' TRIMESTRIELLE. LES ECHEANCES MENSUELLES ET
      *    TRIMESTRIELLES TOMBENT LE JOUR PER-JOUR-ECHEANCE (JOUR DE
      *    LA DATE DE DEBUT), RAMENE AU DERNIER JOUR DU MOIS QUAND LE
      *    MOIS EST PLUS COURT : UN ORDRE DU 31 PASSE LE 30 AVRIL PUIS
      *    REVIENT LE 31 MAI.
      *    DATE DE FIN A ZERO : ORDRE SANS LIMITE DE DUREE.
      *    PER-DATE-PROCHAINE EST L'ECHEANCE THEORIQUE, AVANT ROULAGE
      *    AU JOUR OUVRE (LE ROULAGE NE DECALE PAS LES ECHEANCES
      *    SUIVANTES).
      *    ETAT : 'A' ACTIF, 'S' SUSPENDU (LES ECHEANCES PASSENT SANS
      *    ETRE EXECUTEES), 'X' ANNULE, 'E' ECHU (DATE DE FIN
      *    DEPASSEE). LES ORDRES ANNULES OU ECHUS SONT CONSERVES POUR
      *    TRACE.
      *    PER-DATE-DERN-GEN ET PER-DATVAL-DERN : DATE DU DERNIER RUN
      *    DE GENERATION AYANT EMIS UN MOUVEMENT, ET DATE DE VALEUR
      *    DE CE MOUVEMENT (REPRISE D'UN RUN INTERROMPU, VOIR VIRPGN).
       01  VIRPER-REC.
           05 PER-NUMORD                     PIC 9(6).
           05 PER-NUMCLID                    PIC 9(2).
           05 PER-NUMCPTD                    PIC 9(2).
           05 PER-NOMCLIC                    PIC X(20).
           05 PER-NUMCPTC                    PIC 9(2).
           05 PER-BICCRD                     PIC X(11).
           05 PER-CODDEV                     PIC X(3).
           05 PER-MONTANT                    PIC 9(9)V9(2).
           05 PER-FREQUENCE                  PIC X.
              88 PER-HEBDOMADAIRE            VALUE 'H'.
              88 PER-MENSUELLE               VALUE 'M'.
              88 PER-TRIMESTRIELLE           VALUE 'T'.
           05 PER-JOUR-ECHEANCE              PIC 9(2).
           05 PER-DATE-DEBUT                 PIC 9(8).
           05 PER-DATE-FIN                   PIC 9(8).
           05 PER-DATE-PROCHAINE             PIC 9(8).
           05 PER-ETAT                       PIC X.
              88 PER-ACTIF                   VALUE 'A'.
              88 PER-SUSPENDU                VALUE 'S'.
              88 PER-ANNULE                  VALUE 'X'.
              88 PER-ECHU                    VALUE 'E'.
           05 PER-DATE-DERN-GEN              PIC 9(8).
           05 PER-DATVAL-DERN                PIC 9(8).
           05 PER-DATE-MAJ                   PIC 9(8).
