      *    TABLE DE CORRESPONDANCE DES COMPTES GENERAUX (FICHIER
      *    CGLMAP, TENU PAR LA COMPTABILITE), LUE PAR L'EXTRACTION
      *    COMPTABLE QUOTIDIENNE (CGLEXT). UNE LIGNE PAR TYPE
      *    D'ECRITURE : LE COMPTE GENERAL A DEBITER ET LE COMPTE
      *    GENERAL A CREDITER. TYPES CONNUS :
      *      EMIS  VIREMENT SORTANT EMIS (MT103) : CLIENT / NOSTRO
      *      COMM  COMMISSION DE VIREMENT : CLIENT / PRODUITS
      *      REGI  REGLEMENT INTERNE : CLIENT / CLIENT
      *      PRIM  ENCAISSEMENT DE PRIME (COMPTE COLPAR) : CLIENT /
      *            PRIMES ACQUISES
      *      RECU  PAIEMENT RECU CREDITE : NOSTRO / CLIENT
      *      DEPO  DEPOT (BACMAJ) : CAISSE / CLIENT
      *      INTC  INTERETS CREDITEURS : CHARGES / CLIENT
      *      INTD  INTERETS DEBITEURS : CLIENT / PRODUITS
      *      FTEN  FRAIS DE TENUE DE COMPTE : CLIENT / PRODUITS
      *      DIVE  DEBIT CLIENT NON IDENTIFIE : CLIENT / ATTENTE
       01  CGLMAP-REC.
           05 MAP-TYPE                       PIC X(4).
           05 MAP-COMPTE-DEBIT               PIC X(10).
           05 MAP-COMPTE-CREDIT              PIC X(10).
           05 MAP-LIBELLE                    PIC X(30).
           05 FILLER                         PIC X(26).
