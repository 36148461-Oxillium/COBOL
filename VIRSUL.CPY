      *    LIBELLES DES ETATS DU SUIVI DES VIREMENTS (VOIR VIRSUI.CPY),
      *    PARTAGES ENTRE LA CONSULTATION EN LIGNE VIRSONL ET LE
      *    RELEVE BATCH SUIEDT
       01  TABLE-ETATS-SUIVI.
           05 FILLER         PIC X(21) VALUE 'RRECU               '.
           05 FILLER         PIC X(21) VALUE 'EEN ENTREPOT        '.
           05 FILLER         PIC X(21) VALUE 'SRETENU CONFORMITE  '.
           05 FILLER         PIC X(21) VALUE 'JREJETE             '.
           05 FILLER         PIC X(21) VALUE 'CCORRIGE            '.
           05 FILLER         PIC X(21) VALUE 'YRECYCLE            '.
           05 FILLER         PIC X(21) VALUE 'MEMIS RESEAU        '.
           05 FILLER         PIC X(21) VALUE 'IREGLE EN INTERNE   '.
           05 FILLER         PIC X(21) VALUE 'AACQUITTE           '.
           05 FILLER         PIC X(21) VALUE 'NREFUSE RESEAU      '.
           05 FILLER         PIC X(21) VALUE 'VREVUE MANUELLE     '.
       01  REDEFINES TABLE-ETATS-SUIVI.
           05 TES-ENTRY OCCURS 11 TIMES INDEXED BY IX-TES.
              10 TES-ETAT                    PIC X.
              10 TES-LIBELLE                 PIC X(20).
