      *    DEBITEUR, POUR QU'UN PAIEMENT REFUSE PAR LE RESEAU PUISSE
      *    REPARTIR DANS LE CIRCUIT DE REPARATION (VIRREJ/VIRRCY) SOUS
      *    SA CLE D'ORIGINE.
      *    LE MEME DECOUPAGE SERT AUX PAIEMENTS RECUS DU RESEAU (FICHIER
      *    VIRMIN, LU PAR VIRENT) : M103-NUMCPTC ET M103-NOMCLIC Y
      *    DESIGNENT LE COMPTE ET LE NOM DU CLIENT A CREDITER,
      *    M103-REFERENCE LA REFERENCE RESEAU DU PAIEMENT.
       01  VIRMT103-REC.
           05 M103-TYPMSG                    PIC 9(3).
           05 M103-DATVAL                    PIC 9(8).
