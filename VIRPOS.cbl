           05 FILLER               PIC X(54).

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION DE LA CHAINE (ACCESSEUR-RUN) : SUIT
      *    VIRSNL, QUI COMPLETE LES REJETS DU JOUR DES REFUS DE LA
      *    CONFORMITE
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIRPOS'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIRSNL'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).
