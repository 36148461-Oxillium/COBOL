      *          CIRCUIT DE REPARATION (VIRRCY) ; LES PAIEMENTS SANS
      *          ACQUITTEMENT ET LES STATUTS SANS MESSAGE CONNU SONT
      *          EDITES SUR L'ETAT DE RAPPROCHEMENT POUR LA TRESORERIE.
      *          L'ACQUITTEMENT OU LE REFUS EST PORTE AU SUIVI DES
      *          VIREMENTS (ACCESSEUR-SUI) SOUS L'IDENTITE DU MOUVEMENT
      *          D'ORIGINE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 LIB-NACK-MOTIF             PIC X(30).

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION DE LA CHAINE (ACCESSEUR-RUN) : SUIT
      *    VIRPOS
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIRACQ'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIRPOS'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE SUIVI
      *    DES VIREMENTS (ACCESSEUR-SUI, VOIR VIRSUI.CPY). CODES
      *    FONCTION :
      *      'A' AJOUT DE L'EVENEMENT ZS-ETAT A L'HISTORIQUE
      *      'F' FERMETURE DU FICHIER DE SUIVI (FIN DE RUN)
      *    ZS-CODE-ERR : 0 OK, 1 INCIDENT FICHIER
       01  Z-SUIVI.
           05 ZS-CODE-FUNC                   PIC X.
           05 ZS-CLE.
              10 ZS-NUMCLID                  PIC 9(2).
              10 ZS-NUMCPTD                  PIC 9(2).
              10 ZS-DATECH                   PIC 9(8).
              10 ZS-NUMDDE                   PIC 9(2).
           05 ZS-ETAT                        PIC X.
           05 ZS-PROGRAMME                   PIC X(8) VALUE 'VIRACQ'.
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

      * COMPTEURS
       01  CPT-MSG-LUS                  PIC 9(5) VALUE ZEROES.
       01  CPT-STA-LUS                  PIC 9(5) VALUE ZEROES.
       01  CPT-STA-REJETES              PIC 9(5) VALUE ZEROES.
       01  CPT-STA-INCONNUS             PIC 9(5) VALUE ZEROES.
       01  CPT-MSG-SANS-ACQ             PIC 9(5) VALUE ZEROES.
       01  CPT-ECHECS-SUIVI             PIC 9(5) VALUE ZEROES.

      *    INDICATEUR DE FIN DE FICHIER DES MESSAGES EMIS
       01                           PIC X  VALUE SPACES.
                 ADD 1 TO CPT-STA-ACCEPTES
                 MOVE 'O' TO MSW-ACQUITTE
                 PERFORM REECRIRE-MESSAGE
                 MOVE 'A' TO ZS-ETAT
                 MOVE ZEROES TO ZS-CODE
                 MOVE SPACES TO ZS-LIBELLE
                 PERFORM SUIVRE-MOUVEMENT
              WHEN 'R'
                 ADD 1 TO CPT-STA-REJETES
                 MOVE 'O' TO MSW-ACQUITTE
                 PERFORM REECRIRE-MESSAGE
                 PERFORM ECRIRE-NACK
                 MOVE 'N' TO ZS-ETAT
                 MOVE 90 TO ZS-CODE
                 MOVE LIBELLE-NACK TO ZS-LIBELLE
                 PERFORM SUIVRE-MOUVEMENT
              WHEN OTHER
                 ADD 1 TO CPT-STA-INCONNUS
                 MOVE VST-REFERENCE TO ACR-REFERENCE
           END-EVALUATE
           .

      *    MISE A JOUR DU SUIVI DU MOUVEMENT D'ORIGINE DU MESSAGE
      *    RAPPROCHE (ETAT, CODE ET LIBELLE ALIMENTES PAR L'APPELANT).
      *    UN ECHEC EST SIGNALE ET COMPTE, LE RAPPROCHEMENT CONTINUE.
       SUIVRE-MOUVEMENT.
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE MSW-NUMCLID TO ZS-NUMCLID
           MOVE MSW-NUMCPTD TO ZS-NUMCPTD
           MOVE MSW-DATECH TO ZS-DATECH
           MOVE MSW-NUMDDE TO ZS-NUMDDE
           MOVE MSW-REFERENCE TO ZS-REFERENCE
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           IF ZS-CODE-ERR NOT = ZEROES
              DISPLAY 'ECHEC MISE A JOUR DU SUIVI, REFERENCE '
                      MSW-REFERENCE
              ADD 1 TO CPT-ECHECS-SUIVI
           END-IF
           .

      *    REPORT DU STATUT RAPPROCHE DANS LE FICHIER DE TRAVAIL
       REECRIRE-MESSAGE.
           REWRITE VIRMSW-REC
           .

       FIN.
      *    FERMETURE DU FICHIER DE SUIVI, RESTE OUVERT DANS
      *    L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO ZS-CODE-FUNC
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           CLOSE VIRM103
           CLOSE VIRSTA
           CLOSE VIRNAK
           DISPLAY 'PAIEMENTS REJETES   : ' CPT-STA-REJETES
           DISPLAY 'STATUTS SANS MESSAGE: ' CPT-STA-INCONNUS
           DISPLAY 'SANS ACQUITTEMENT   : ' CPT-MSG-SANS-ACQ
           DISPLAY 'ECHECS DU SUIVI     : ' CPT-ECHECS-SUIVI
           IF RETURN-CODE = ZEROES
              AND (CPT-MSG-SANS-ACQ > ZEROES
                   OR CPT-STA-REJETES > ZEROES
                   OR CPT-STA-INCONNUS > ZEROES
                   OR CPT-ECHECS-SUIVI > ZEROES)
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ENREGISTRER-STATISTIQUES
