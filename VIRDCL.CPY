      *    LIGNE DE LA DECLARATION MENSUELLE DES PAIEMENTS
      *    TRANSFRONTALIERS (FICHIER VIRDCL, ECRIT PAR VIRDCL POUR LA
      *    BALANCE DES PAIEMENTS) : UN VIREMENT SORTANT EMIS ET NON
      *    REFUSE PAR LE RESEAU, VERS UNE BANQUE ETRANGERE, AU-DESSUS
      *    DU SEUIL DECLARATIF. LE PAYS EST CELUI DU BIC DE LA BANQUE
      *    BENEFICIAIRE (POSITIONS 5-6) ; LA DEVISE ET LE MONTANT
      *    D'ORIGINE SONT CEUX DU MOUVEMENT AVANT CONVERSION (JOURNAL
      *    VIRCNV), LE MONTANT EUR CELUI DU MESSAGE EMIS.
       01  VIRDCL-REC.
           05 DCL-PERIODE                    PIC 9(6).
           05 DCL-PAYS                       PIC X(2).
           05 DCL-CODDEV                     PIC X(3).
           05 DCL-MONTANT-ORIGINE            PIC 9(9)V9(2).
           05 DCL-MONTANT-EUR                PIC 9(9)V9(2).
           05 DCL-NUMCLID                    PIC 9(2).
           05 DCL-NUMCPTD                    PIC 9(2).
           05 DCL-REFERENCE                  PIC X(16).
           05 DCL-BICCRD                     PIC X(11).
           05 DCL-DATVAL                     PIC 9(8).
           05 FILLER                         PIC X(8).
