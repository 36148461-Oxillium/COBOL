      *    LISTE DE SANCTIONS ET D'EMBARGOS (TABLE VIRSAN), PARTAGEE
      *    ENTRE VIR2 (FILTRAGE DES MOUVEMENTS AVANT DEBIT) ET VIRSNM
      *    (MAINTENANCE BATCH PAR CARTES). TROIS TYPES D'ENTREES :
      *      'N' NOM LISTE : SN-VALEUR PORTE LE NOM NORMALISE (LETTRES
      *          ET CHIFFRES SEULS, EN MAJUSCULES, SANS ESPACE -- VOIR
      *          VIRSNC.CPY), SN-LONG SA LONGUEUR UTILE ET SN-NOM-SAISI
      *          LE NOM TEL QUE FOURNI PAR LA LISTE OFFICIELLE
      *      'B' BIC LISTE : BIC A 11 POSITIONS (AGENCE VISEE) OU A 8
      *          POSITIONS SUIVIES DE BLANCS (TOUTE LA BANQUE ; UN BIC
      *          D'AGENCE 'XXX' EST RAMENE A 8 POSITIONS A LA SAISIE)
      *      'P' PAYS SOUS EMBARGO : CODE PAYS ISO A 2 LETTRES, TEL
      *          QU'IL FIGURE EN POSITIONS 5-6 DU BIC
      *    SN-LIBELLE DESIGNE LE REGIME DE SANCTIONS D'ORIGINE (TEXTE
      *    DE REFERENCE), REPRIS DANS LES ALERTES.
       01  VIRSAN-REC.
           05 SN-CLE.
              10 SN-TYPE                     PIC X.
              10 SN-VALEUR                   PIC X(20).
           05 SN-LONG                        PIC 99.
           05 SN-NOM-SAISI                   PIC X(20).
           05 SN-LIBELLE                     PIC X(30).
           05 SN-DATE-MAJ                    PIC 9(8).
