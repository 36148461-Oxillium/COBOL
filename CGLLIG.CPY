      *    LIGNE DU FICHIER D'INTERFACE DE LA COMPTABILITE GENERALE
      *    (CGLINT), ECRITE PAR L'EXTRACTION COMPTABLE QUOTIDIENNE
      *    (CGLEXT). CHAQUE ECRITURE DONNE DEUX LIGNES DE MEME NUMERO
      *    ET DE MEME MONTANT, L'UNE AU DEBIT, L'AUTRE AU CREDIT. LA
      *    LIGNE QUI PORTE SUR UN COMPTE CLIENT EN DONNE LE CLIENT ET
      *    LE NUMERO DE COMPTE (A ZERO SUR UN COMPTE INTERNE, OU
      *    QUAND LA SOURCE NE LES PORTE PAS). GLL-REFERENCE EST LA
      *    REFERENCE DU MOUVEMENT D'ORIGINE (EMISSION, RESEAU, ...).
       01  CGLLIG-REC.
           05 GLL-DATE-COMPTABLE             PIC 9(8).
           05 GLL-TYPE                       PIC X(4).
           05 GLL-NUMERO                     PIC 9(7).
           05 GLL-SENS                       PIC X.
           05 GLL-COMPTE                     PIC X(10).
           05 GLL-CODDEV                     PIC X(3).
           05 GLL-MONTANT                    PIC 9(11)V9(2).
           05 GLL-NUMCLID                    PIC 9(2).
           05 GLL-NUMCPTD                    PIC 9(2).
           05 GLL-REFERENCE                  PIC X(16).
           05 GLL-LIBELLE                    PIC X(30).
