      *    PAIEMENTS RECUS EN SUSPENS (FICHIER VIRSUS, INDEXE SUR LA
      *    REFERENCE RESEAU DU MESSAGE), PARTAGE ENTRE VIRENT (MISE EN
      *    SUSPENS DES MT103 RECUS QUI NE SE RAPPROCHENT PAS SANS
      *    DOUTE D'UN COMPTE) ET VIRSAF (AFFECTATION PAR LE
      *    BACK-OFFICE). LE FICHIER PORTE AUSSI, SOUS LE STATUT 'C',
      *    LES PAIEMENTS CREDITES DES LEUR RECEPTION : TOUTE
      *    REFERENCE TRAITEE Y FIGURE, CE QUI PERMET A VIRENT DE
      *    RECONNAITRE UN MESSAGE REEMIS PAR LE RESEAU, QU'IL AIT
      *    ETE CREDITE OU MIS EN SUSPENS. SUS-MESSAGE CONSERVE LE
      *    MESSAGE RECU TEL QUEL (DECOUPAGE VIRM103.CPY). SUS-MOTIF
      *    DONNE LA RAISON DE LA MISE EN SUSPENS.
      *    SUS-STATUT : 'S' EN SUSPENS, 'A' AFFECTE ET CREDITE SUR LE
      *    COMPTE SUS-NUMCPTD-AFFECTE, 'R' RENVOYE A L'EMETTEUR (LE
      *    RETOUR DES FONDS SE TRAITE HORS CHAINE, LE SUSPENS EST
      *    SOLDE), 'C' CREDITE A RECEPTION PAR VIRENT (JAMAIS EN
      *    SUSPENS, MOTIF A ZERO). LA DECISION PORTE L'AGENT (VIRENT
      *    POUR UN CREDIT A RECEPTION), LA DATE ET L'HEURE.
       01  VIRSUS-REC.
           05 SUS-REFERENCE                  PIC X(16).
           05 SUS-MESSAGE                    PIC X(132).
           05 SUS-DATE-ENTREE                PIC 9(8).
           05 SUS-HEURE-ENTREE               PIC 9(6).
           05 SUS-MOTIF                      PIC 99.
              88 SUS-MESSAGE-INVALIDE            VALUE 1.
              88 SUS-COMPTE-INCONNU              VALUE 2.
              88 SUS-NOM-DIFFERENT               VALUE 3.
              88 SUS-NOM-AMBIGU                  VALUE 4.
              88 SUS-TAUX-ABSENT                 VALUE 5.
              88 SUS-TAUX-PERIME                 VALUE 6.
              88 SUS-CREDIT-EN-ECHEC             VALUE 7.
           05 SUS-LIBELLE                    PIC X(40).
           05 SUS-STATUT                     PIC X.
              88 SUS-EN-SUSPENS                  VALUE 'S'.
              88 SUS-AFFECTE                     VALUE 'A'.
              88 SUS-RENVOYE                     VALUE 'R'.
              88 SUS-CREDITE                     VALUE 'C'.
           05 SUS-DECISION.
              10 SUS-NUMCPTD-AFFECTE         PIC 9(2).
              10 SUS-TAUX                    PIC 9(5)V9(6).
              10 SUS-MTTRAN-EUR              PIC S9(9)V9(9).
              10 SUS-AGENT                   PIC X(8).
              10 SUS-DATE-DECISION           PIC 9(8).
              10 SUS-HEURE-DECISION          PIC 9(6).
              10 SUS-MOTIF-DECISION          PIC X(30).
