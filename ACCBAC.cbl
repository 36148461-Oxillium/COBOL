      *          ET L'IMPUTATION ('D') DECREMENTE LE SOLDE DANS LE RUN
      *          POUR QUE DEUX MOUVEMENTS NE PASSENT PAS TOUS LES DEUX
      *          SUR UNE PROVISION QUI N'EN COUVRE QU'UN. L'IMPUTATION
      *          D'UN CREDIT ('C') INCREMENTE LE SOLDE DU COMPTE DESIGNE
      *          PAR Z-NUMCPTD (REGLEMENT INTERNE D'UN VIREMENT DONT LE
      *          BIC EST CELUI DE LA BANQUE : LE BENEFICIAIRE EST
      *          CREDITE DANS LE RUN AU LIEU DE PASSER PAR LE RESEAU),
      *          ET SERT AUSSI AU CREDIT DES PAIEMENTS RECUS (VIRENT,
      *          VIRSAF), DONT LE BENEFICIAIRE EST RAPPROCHE DU
      *          TITULAIRE DU COMPTE PAR LA LECTURE ('L'). LE
      *          PRELEVEMENT ('P') DEBITE LES INTERETS DEBITEURS ET
      *          FRAIS DE L'ARRETE MENSUEL (BACINT) SANS CONTROLE DE
      *          PROVISION : UN COMPTE DEBITEUR DOIT POUVOIR LES
      *          SUPPORTER. LE FICHIER RESTE OUVERT ENTRE LES APPELS
      *          (MEME MECANIQUE QU'ACCESS3) ET EST FERME PAR LA
      *          FONCTION 'F' EN FIN DE RUN. EN CAS D'INCIDENT SUR LE
      *          FICHIER, L'ACCESSEUR REPOND 1 (CONTROLE EN ECHEC) : ON
      *          REJETTE PLUTOT QUE D'EMETTRE SANS CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *      'D' IMPUTATION DU DEBIT SUR LE SOLDE
      *      'C' IMPUTATION D'UN CREDIT SUR LE SOLDE (REGLEMENT
      *          INTERNE, COMPTE DESIGNE PAR Z-NUMCPTD)
      *      'L' LECTURE DU COMPTE Z-NUMCPTD : REND LE CLIENT
      *          TITULAIRE (Z-NUMCLID) ET SON NOM (Z-NOMCLIC)
      *      'P' PRELEVEMENT SUR LE COMPTE Z-NUMCPTD SANS CONTROLE DE
      *          PROVISION (INTERETS DEBITEURS, FRAIS), JOURNALISE
      *          COMME UN DEBIT
      *      'F' FERMETURE DU FICHIER MAITRE
      *    Z-CODE-ERR : 0 OK, 1 CONTROLE EN ECHEC, 9 FONCTION ERRONEE
      *    Z-REF-EMISSION : REFERENCE D'EMISSION DU MOUVEMENT
                 PERFORM IMPUTATION-DEBIT
              WHEN 'C'
                 PERFORM IMPUTATION-CREDIT
              WHEN 'L'
                 PERFORM LECTURE-TITULAIRE
              WHEN 'P'
                 PERFORM IMPUTATION-PRELEVEMENT
              WHEN OTHER
                 MOVE 9 TO Z-CODE-ERR
                 DISPLAY 'ACCESSEUR-BAC : CODE FONCTION ERRONE '
           END-IF
           .

      *    PRELEVEMENT DE FRAIS OU D'INTERETS DEBITEURS : LE SOLDE DU
      *    COMPTE DESIGNE PAR Z-NUMCPTD EST DECREMENTE ET REECRIT, MEME
      *    S'IL DEVIENT (OU EST DEJA) NEGATIF
       IMPUTATION-PRELEVEMENT.
           IF Z-CODE-ERR = ZEROES
              PERFORM LIRE-COMPTE
              IF Z-CODE-ERR = ZEROES
                 COMPUTE BAC-SOLDE ROUNDED =
                    BAC-SOLDE - Z-MTTRAN
                 REWRITE BACCPT-REC
                 IF BACCPT-FS NOT = ZEROES
                    DISPLAY 'ERREUR REWRITE BACCPT, FS : '
                            BACCPT-FS
                    MOVE 1 TO Z-CODE-ERR
                 ELSE
                    PERFORM ECRIRE-JOURNAL
                 END-IF
              END-IF
           END-IF
           .

      *    LECTURE DU TITULAIRE DU COMPTE DESIGNE PAR Z-NUMCPTD, POUR
      *    LE RAPPROCHEMENT D'UN PAIEMENT RECU AVEC SON BENEFICIAIRE
       LECTURE-TITULAIRE.
           IF Z-CODE-ERR = ZEROES
              PERFORM LIRE-COMPTE
              IF Z-CODE-ERR = ZEROES
                 MOVE BAC-NUMCLID TO Z-NUMCLID
                 MOVE BAC-NOMCLI TO Z-NOMCLIC
              END-IF
           END-IF
           .

      *    LECTURE DIRECTE DU COMPTE A DEBITER
       LIRE-COMPTE.
           MOVE Z-NUMCPTD TO BAC-NUMCPTD
           .

      *    ECRITURE D'UNE LIGNE DU JOURNAL DES IMPUTATIONS APRES UNE
      *    IMPUTATION APPLIQUEE ('D', 'C' OU 'P', CE DERNIER PORTE AU
      *    JOURNAL COMME UN DEBIT). SANS ELLE, LE REWRITE DE
      *    BAC-SOLDE EFFACE LA TRACE DU MOUVEMENT INDIVIDUEL ET RIEN
      *    NE PERMET DE JUSTIFIER LE SOLDE EN CAS DE LITIGE.
       ECRIRE-JOURNAL.
           ACCEPT BJR-H-HEURE FROM TIME
           MOVE BAC-NUMCPTD TO BJR-NUMCPTD
           MOVE BAC-NUMCLID TO BJR-NUMCLID
           IF Z-CODE-FUNC = 'P'
              MOVE 'D' TO BJR-SENS
           ELSE
              MOVE Z-CODE-FUNC TO BJR-SENS
           END-IF
           MOVE Z-MTTRAN TO BJR-MONTANT
           MOVE BJR-H-DATE TO BJR-DATE
           MOVE BJR-H-HEURE TO BJR-HEURE
