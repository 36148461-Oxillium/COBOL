      *      VIRLIB : 1 EN ENTREPOT, 2 LIBERES, 3 CONSERVES,
      *               4 ROULES (JOUR NON OUVRE)
      *      VIR2   : 1 LUS, 2 ACCEPTES, 3 REJETES, 4 DIFFERES,
      *               5 REGLES EN INTERNE, 6 DATES DE VALEUR ROULEES,
      *               7 RETENUS PAR LE FILTRAGE SANCTIONS
      *      VIRSNL : 1 DECISIONS LUES, 2 LIBERES, 3 REFUSES,
      *               4 DECISIONS REJETEES, 5 TOUJOURS EN ATTENTE
      *      VIRPOS : 1 CONVERSIONS LUES, 2 MESSAGES LUS
      *      VIRENT : 1 PAIEMENTS RECUS, 2 CREDITES, 3 MIS EN SUSPENS,
      *               4 DOUBLONS, 5 CONVERTIS EN EUR, 6 SUSPENS EN
      *               COURS
      *      VIRSAF : 1 CARTES LUES, 2 AFFECTES, 3 RENVOYES,
      *               4 CARTES REJETEES
      *      VIRACQ : 1 MESSAGES LUS, 2 STATUTS LUS, 3 ACCEPTES,
      *               4 REJETES, 5 STATUTS SANS MESSAGE, 6 SANS
      *               ACQUITTEMENT
      *      VIRRCY : 1 REJETS LUS, 2 REEMIS, 3 EN ATTENTE,
      *               4 EN REVUE MANUELLE
      *      BACINT : 1 COMPTES ARRETES, 2 INTERETS CREDITEURS
      *               IMPUTES, 3 INTERETS DEBITEURS IMPUTES, 4 FRAIS
      *               IMPUTES, 5 IMPUTATIONS EN ECHEC, 6 ECARTS DE
      *               JOURNAL, 7 LIGNES DU MOIS, 8 COMPTES CLOS
      *      CGLEXT : 1 ECRITURES GENEREES, 2 LIGNES LIBEREES,
      *               3 IMPUTATIONS BACJRN DU JOUR, 4 DEBITS NON
      *               IDENTIFIES, 5 COUPLES DESEQUILIBRES, 6 LIGNES
      *               SANS COMPTE GENERAL, 7 ECARTS DE RAPPROCHEMENT
      *      VIRDCL : 1 MESSAGES LUS, 2 HORS PERIODE, 3 REGLEMENTS
      *               INTERNES, 4 REFUSES RESEAU, 5 NATIONAUX, 6 SOUS
      *               LE SEUIL, 7 DECLARES, 8 SANS CONVERSION
      *      PROJ3  : 1 LUS, 2 CREATIONS, 3 MODIFICATIONS,
      *               4 SUPPRESSIONS, 5 SUSPENSIONS,
      *               6 REINTEGRATIONS, 7 DOUBLONS, 8 REJETES
      *      AUDASS : 1 EXCEPTIONS (TOTAL), 2 A 8 EXCEPTIONS DES
      *               REGLES 1 A 7 (DOMICILIATION SANS POLICE, SUR
      *               COMPTE CLOS, SUR COMPTE D'UN AUTRE CLIENT,
      *               SINISTRE SANS POLICE, PRIME HORS BAREME, POLICE
      *               NON TARIFABLE, PLAFONDS SANS COMPTE)
      *      VIRPGN : 1 ORDRES PERMANENTS LUS, 2 MOUVEMENTS GENERES,
      *               3 ECHEANCES ROULEES, 4 MOUVEMENTS REEMIS
      *               (REPRISE), 5 ECHEANCES NON EXECUTEES, 6 ORDRES
      *               ECHUS
       01  STABAT-REC.
           05 STA-JOB                        PIC X(8).
           05 STA-DATE                       PIC 9(8).
