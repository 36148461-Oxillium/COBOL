      *          DE L'ENTREPOT (VIRATTN). UN MOUVEMENT A DATE DE VALEUR
      *          ILLISIBLE EST LIBERE IMMEDIATEMENT : LES CONTROLES DE
      *          VIR2 LE REJETTERONT PROPREMENT AU LIEU DE LE LAISSER
      *          DORMIR EN ENTREPOT. LA LIBERATION, ET LA
      *          RECONDUITE D'UN MOUVEMENT DONT LA DATE A ETE ROULEE,
      *          SONT PORTEES AU SUIVI DES VIREMENTS (ACCESSEUR-SUI).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
           05 ZS-PROGRAMME                   PIC X(8) VALUE 'VIRLIB'.
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

      *    MISES A JOUR DU SUIVI EN ECHEC : LA LIBERATION N'EN EST PAS
      *    AFFECTEE, LE RUN FINIT EN CODE RETOUR 4
       01  CPT-ECHECS-SUIVI      PIC 9(5) VALUE ZEROES.

      *    ZONE DE COMMUNICATION AVEC SPJOUV (ROULAGE DES DATES DE
      *    VALEUR TOMBEES UN JOUR NON OUVRE)
       01  Z-JOUR-OUVRE.
              END-IF
              IF DATVAL NUMERIC AND DATVAL > DATE-TRAITEMENT
                 PERFORM CONSERVER-MOUVEMENT
                 MOVE 'E' TO ZS-ETAT
                 MOVE SPACES TO ZS-LIBELLE
                 MOVE 'DATE DE VALEUR ROULEE AU' TO ZS-LIBELLE
                 MOVE DATVAL TO ZS-LIBELLE(26:8)
                 PERFORM SUIVRE-MOUVEMENT
              ELSE
                 WRITE VIRECH-RECORD FROM VIRMVT-ENR
                 IF VIRECH-FS NOT = ZEROES
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 ADD 1 TO CPT-ATT-LIBERES
                 MOVE 'R' TO ZS-ETAT
                 MOVE SPACES TO ZS-LIBELLE
                 MOVE 'LIBERE DE L''ENTREPOT, VALEUR' TO ZS-LIBELLE
                 MOVE DATVAL TO ZS-LIBELLE(30:8)
                 PERFORM SUIVRE-MOUVEMENT
              END-IF
           END-IF
           .
           ADD 1 TO CPT-ATT-CONSERVES
           .

      *    MISE A JOUR DU SUIVI DU MOUVEMENT COURANT (ETAT ET LIBELLE
      *    ALIMENTES PAR L'APPELANT). UN ECHEC EST SIGNALE ET COMPTE,
      *    LE MOUVEMENT SUIT SON COURS.
       SUIVRE-MOUVEMENT.
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE NUMCLID TO ZS-NUMCLID
           MOVE NUMCPTD TO ZS-NUMCPTD
           MOVE DATECH TO ZS-DATECH
           MOVE NUMDDE TO ZS-NUMDDE
           MOVE ZEROES TO ZS-CODE
           MOVE SPACES TO ZS-REFERENCE
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           IF ZS-CODE-ERR NOT = ZEROES
              DISPLAY 'ECHEC MISE A JOUR DU SUIVI, MOUVEMENT '
                      NUMCLID ' ' NUMCPTD ' ' DATECH ' ' NUMDDE
              ADD 1 TO CPT-ECHECS-SUIVI
           END-IF
           .

      *    ROULAGE DE LA DATE DE VALEUR AU PROCHAIN JOUR OUVRE. UN
      *    ROULAGE EST TRACE DANS LE JOURNAL VIRRLJ, COMME CEUX DE
      *    VIR2 : LA PISTE DU MOUVEMENT PORTE TOUTE MODIFICATION DE
      *    DANS L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO ZJO-CODE-FUNC
           CALL 'SPJOUV' USING Z-JOUR-OUVRE
      *    FERMETURE DU FICHIER DE SUIVI DES VIREMENTS, MEME MECANIQUE
           MOVE 'F' TO ZS-CODE-FUNC
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           CLOSE VIRATT
           CLOSE VIRECH
           CLOSE VIRATTN
           DISPLAY 'MOUVEMENTS LIBERES     : ' CPT-ATT-LIBERES
           DISPLAY 'MOUVEMENTS CONSERVES   : ' CPT-ATT-CONSERVES
           DISPLAY 'DATES VALEUR ROULEES   : ' CPT-ATT-ROULES
           DISPLAY 'ECHECS DU SUIVI        : ' CPT-ECHECS-SUIVI
           IF RETURN-CODE = ZEROES AND CPT-ECHECS-SUIVI > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
