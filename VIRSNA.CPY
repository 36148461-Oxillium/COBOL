      *    MOUVEMENTS RETENUS PAR LE FILTRAGE SANCTIONS (FICHIER
      *    VIRSNA, INDEXE SUR L'IDENTITE DU MOUVEMENT D'ORIGINE COMME
      *    VIRCOR), PARTAGE ENTRE VIR2 (MISE EN ATTENTE) ET VIRSNL
      *    (DECISIONS DE LA CONFORMITE). SNA-MOUVEMENT CONSERVE LE
      *    MOUVEMENT TEL QUE LU DANS VIRMVT, AVANT CONVERSION : C'EST
      *    LUI QUI EST REEMIS A LA LIBERATION.
      *    SNA-STATUT : 'A' EN ATTENTE DE DECISION, 'L' LIBERE (LE
      *    MOUVEMENT IDENTIQUE PASSE ALORS LE FILTRAGE DES NOMS), 'R'
      *    REFUSE (REJET VIRREJ CODE 23). LA DECISION PORTE L'AGENT,
      *    LA DATE, L'HEURE ET LE MOTIF ; L'HISTORIQUE COMPLET DES
      *    EVENEMENTS EST DANS LE JOURNAL VIRSNJ.
       01  VIRSNA-REC.
           05 SNA-CLE.
              10 SNA-NUMCLID                 PIC 9(2).
              10 SNA-NUMCPTD                 PIC 9(2).
              10 SNA-DATECH                  PIC 9(8).
              10 SNA-NUMDDE                  PIC 9(2).
           05 SNA-MOUVEMENT                  PIC X(80).
           05 SNA-ALERTE.
              10 SNA-TYPE-ALERTE             PIC X.
                 88 SNA-ALERTE-EXACTE            VALUE 'E'.
                 88 SNA-ALERTE-PROCHE            VALUE 'P'.
              10 SNA-NOM-LISTE               PIC X(20).
              10 SNA-LIBELLE-LISTE           PIC X(30).
           05 SNA-DATE-ATTENTE               PIC 9(8).
           05 SNA-HEURE-ATTENTE              PIC 9(6).
           05 SNA-STATUT                     PIC X.
              88 SNA-EN-ATTENTE                  VALUE 'A'.
              88 SNA-LIBERE                      VALUE 'L'.
              88 SNA-REFUSE                      VALUE 'R'.
           05 SNA-DECISION.
              10 SNA-AGENT                   PIC X(8).
              10 SNA-DATE-DECISION           PIC 9(8).
              10 SNA-HEURE-DECISION          PIC 9(6).
              10 SNA-MOTIF                   PIC X(30).
