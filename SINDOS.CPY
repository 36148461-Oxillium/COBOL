      *    DOSSIER DE SINISTRE (FICHIER SINDOS, INDEXE PAR NUMERO DE
      *    DOSSIER), OUVERT PAR SINMAJ A LA DECLARATION, TENU PAR
      *    SINREG (RESERVE, COORDONNEES BANCAIRES DU BENEFICIAIRE,
      *    REGLEMENTS, CLOTURE, REFUS) ET EDITE EN FIN DE MOIS PAR
      *    SINPRV (RESERVES RESTANT A PAYER PAR TYPE DE SINISTRE).
      *    STATUT : 'O' OUVERT (PAS ENCORE DE RESERVE)
      *             'R' RESERVE CONSTITUEE
      *             'P' PARTIELLEMENT REGLE
      *             'C' CLOS (RESERVE RESIDUELLE LIBEREE)
      *             'F' REFUSE
      *    LA RESERVE EST LE MONTANT RESTANT A PAYER : CHAQUE
      *    REGLEMENT LA DIMINUE ET AUGMENTE LE CUMUL REGLE. LE
      *    BENEFICIAIRE EST DESIGNE COMME CELUI D'UN MOUVEMENT VIRMVT
      *    (NOM, COMPTE, BIC DE SA BANQUE).
       01  SINDOS-REC.
           05  SDO-NUMSIN               PIC 9(8).
           05  SDO-MATRICULE            PIC 9(6).
           05  SDO-DATE-SINISTRE        PIC 9(8).
           05  SDO-TYPE                 PIC X.
           05  SDO-STATUT               PIC X.
           05  SDO-MONTANT-DECLARE      PIC 9(7)V99.
           05  SDO-RESERVE              PIC 9(7)V99.
           05  SDO-CUMUL-REGLE          PIC 9(7)V99.
           05  SDO-NOMCLIC              PIC X(20).
           05  SDO-NUMCPTC              PIC 9(2).
           05  SDO-BICCRD               PIC X(11).
           05  SDO-DATE-OUVERTURE       PIC 9(8).
           05  SDO-DATE-DERNIER-MVT     PIC 9(8).
           05  SDO-DATE-CLOTURE         PIC 9(8).
           05  FILLER                   PIC X(12).
