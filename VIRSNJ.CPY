      *    JOURNAL D'AUDIT DU FILTRAGE SANCTIONS (FICHIER VIRSNJ,
      *    ECRIT EN EXTEND PAR VIR2 ET PAR VIRSNL, JAMAIS REECRIT) :
      *    UNE LIGNE PAR EVENEMENT, AVEC SON AUTEUR ET SON HORODATAGE.
      *    SNJ-EVENEMENT :
      *      'A' MISE EN ATTENTE PAR VIR2 (NOM LISTE OU PROCHE)
      *      'B' BLOCAGE PAR VIR2 (BIC LISTE OU PAYS SOUS EMBARGO,
      *          REJET VIRREJ CODE 24 OU 25 SANS PASSAGE EN ATTENTE)
      *      'L' LIBERATION PAR UN AGENT DE LA CONFORMITE (VIRSNL)
      *      'R' REFUS PAR UN AGENT DE LA CONFORMITE (VIRSNL)
      *      'E' EMISSION PAR VIR2 D'UN MOUVEMENT LIBERE
      *    SNJ-AGENT VAUT 'VIR2' POUR LES EVENEMENTS DE LA CHAINE.
       01  VIRSNJ-REC.
           05 SNJ-CLE.
              10 SNJ-NUMCLID                 PIC 9(2).
              10 SNJ-NUMCPTD                 PIC 9(2).
              10 SNJ-DATECH                  PIC 9(8).
              10 SNJ-NUMDDE                  PIC 9(2).
           05 SNJ-EVENEMENT                  PIC X.
           05 SNJ-AGENT                      PIC X(8).
           05 SNJ-DATE                       PIC 9(8).
           05 SNJ-HEURE                      PIC 9(6).
           05 SNJ-NOMCLIC                    PIC X(20).
           05 SNJ-BICCRD                     PIC X(11).
           05 SNJ-TYPE-ALERTE                PIC X.
           05 SNJ-NOM-LISTE                  PIC X(20).
           05 SNJ-LIBELLE                    PIC X(30).
