      *          LE COMPTEUR DE RECYCLAGES DU MOUVEMENT ; AU DELA DU
      *          MAXIMUM, LE MOUVEMENT SORT DU CYCLE ET PART EN REVUE
      *          MANUELLE. LES REJETS SANS CORRECTION RESTENT EN
      *          ATTENTE ET FIGURENT SUR L'ETAT DE SUIVI. LA
      *          CORRECTION, LE RECYCLAGE ET LE PASSAGE EN REVUE
      *          MANUELLE SONT PORTES AU SUIVI DES VIREMENTS
      *          (ACCESSEUR-SUI).
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
           05 ZS-PROGRAMME                   PIC X(8) VALUE 'VIRRCY'.
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

      *    IDENTITE D'UN MOUVEMENT EN CLAIR DANS UN LIBELLE DU SUIVI
      *    (CORRECTION PORTANT SUR LE CLIENT, LE COMPTE, LA DATE OU
      *    LE NUMERO DE DEMANDE)
       01  LIBELLE-IDENTITE.
           05 LID-TEXTE                  PIC X(18).
           05 LID-NUMCLID                PIC 9(2).
           05 FILLER                     PIC X VALUE SPACE.
           05 LID-NUMCPTD                PIC 9(2).
           05 FILLER                     PIC X VALUE SPACE.
           05 LID-DATECH                 PIC 9(8).
           05 FILLER                     PIC X VALUE SPACE.
           05 LID-NUMDDE                 PIC 9(2).
           05 FILLER                     PIC X(15) VALUE SPACES.

      *    LIBELLE DU RECYCLAGE DANS LE SUIVI
       01  LIBELLE-RECYCLAGE.
           05 FILLER                     PIC X(13)
              VALUE 'RECYCLAGE NO '.
           05 LRC-NBRECY                 PIC 9(2).
           05 FILLER                     PIC X(35) VALUE SPACES.

      * COMPTEURS
       01  CPT-REJ-LUS                  PIC 9(5) VALUE ZEROES.
       01  CPT-REJ-REEMIS               PIC 9(5) VALUE ZEROES.
       01  CPT-REJ-ATTENTE              PIC 9(5) VALUE ZEROES.
       01  CPT-REJ-MANUELS              PIC 9(5) VALUE ZEROES.
       01  CPT-ECHECS-SUIVI             PIC 9(5) VALUE ZEROES.

      *    INDICATEUR DE FIN DE FICHIER DES REJETS
       01                           PIC X  VALUE SPACES.
      *    NOMBRE DE RECYCLAGES NON EPUISE = REEMISSION ; NOMBRE
      *    EPUISE = REVUE MANUELLE ; PAS DE CORRECTION = EN ATTENTE
      *    (LE REJET RESTE DANS LE PROCHAIN VIRREJ SI LE MOUVEMENT
      *    N'EST JAMAIS REEMIS). UN REJET DU FILTRAGE SANCTIONS VA
      *    DIRECTEMENT EN REVUE MANUELLE : LA CONFORMITE A TRANCHE, OU
      *    LA BANQUE/LE PAYS EST LISTE, UNE CORRECTION N'Y CHANGE RIEN.
       TRAITER-REJET.
      *    LES REJETS ECRITS AVANT L'AJOUT DU COMPTEUR PEUVENT PORTER
      *    DES BLANCS DANS VREJ-NBRECY
           MOVE VREJ-NUMCPTD TO VCO-NUMCPTD
           MOVE VREJ-DATECH TO VCO-DATECH
           MOVE VREJ-NUMDDE TO VCO-NUMDDE
           IF VREJ-REJET-CONFORMITE
              ADD 1 TO CPT-REJ-MANUELS
              MOVE 'REJET CONFORMITE, NON RECYCLABLE' TO MOTIF-SUIVI
              PERFORM ECRIRE-SUIVI
              PERFORM SUIVRE-REVUE-MANUELLE
           ELSE
              READ VIRCOR
                 INVALID KEY
                    ADD 1 TO CPT-REJ-ATTENTE
                    MOVE 'EN ATTENTE DE CORRECTION' TO MOTIF-SUIVI
                    PERFORM ECRIRE-SUIVI
                 NOT INVALID KEY
                    IF VREJ-NBRECY NOT < CONST-MAX-RECYC
                       ADD 1 TO CPT-REJ-MANUELS
                       MOVE 'NOMBRE MAX DE RECYCLAGES ATTEINT'
                          TO MOTIF-SUIVI
                       PERFORM ECRIRE-SUIVI
                       PERFORM SUIVRE-REVUE-MANUELLE
                    ELSE
                       PERFORM REEMETTRE-MOUVEMENT
                    END-IF
              END-READ
           END-IF
           .

      *    CONSTRUIT LE MOUVEMENT REPARE A PARTIR DE LA CORRECTION ET
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-REJ-REEMIS
           PERFORM SUIVRE-RECYCLAGE
           .

      *    SUIVI DU MOUVEMENT REEMIS : CORRIGE PUIS RECYCLE SOUS SON
      *    IDENTITE D'ORIGINE. SI LA CORRECTION A CHANGE L'IDENTITE,
      *    LE MOUVEMENT REPARE EST AUSSI SUIVI SOUS LA NOUVELLE, AVEC
      *    LE RENVOI VERS L'ANCIENNE : C'EST SOUS CELLE-LA QUE VIR2
      *    LE PRENDRA EN CHARGE.
       SUIVRE-RECYCLAGE.
           MOVE VREJ-NUMCLID TO ZS-NUMCLID
           MOVE VREJ-NUMCPTD TO ZS-NUMCPTD
           MOVE VREJ-DATECH TO ZS-DATECH
           MOVE VREJ-NUMDDE TO ZS-NUMDDE
           MOVE 'C' TO ZS-ETAT
           MOVE VREJ-CODE-ERR TO ZS-CODE
           IF VCO-CLE = VIRMVT-ENR(1:14)
              MOVE SPACES TO ZS-LIBELLE
              MOVE 'CORRECTION SAISIE PAR LE BACK-OFFICE' TO ZS-LIBELLE
           ELSE
              MOVE 'NOUVELLE IDENTITE' TO LID-TEXTE
              MOVE NUMCLID TO LID-NUMCLID
              MOVE NUMCPTD TO LID-NUMCPTD
              MOVE DATECH TO LID-DATECH
              MOVE NUMDDE TO LID-NUMDDE
              MOVE LIBELLE-IDENTITE TO ZS-LIBELLE
           END-IF
           PERFORM SUIVRE-MOUVEMENT
           MOVE 'Y' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE NBRECY TO LRC-NBRECY
           MOVE LIBELLE-RECYCLAGE TO ZS-LIBELLE
           PERFORM SUIVRE-MOUVEMENT
           IF VCO-CLE NOT = VIRMVT-ENR(1:14)
              MOVE NUMCLID TO ZS-NUMCLID
              MOVE NUMCPTD TO ZS-NUMCPTD
              MOVE DATECH TO ZS-DATECH
              MOVE NUMDDE TO ZS-NUMDDE
              MOVE 'CORRECTION DE' TO LID-TEXTE
              MOVE VREJ-NUMCLID TO LID-NUMCLID
              MOVE VREJ-NUMCPTD TO LID-NUMCPTD
              MOVE VREJ-DATECH TO LID-DATECH
              MOVE VREJ-NUMDDE TO LID-NUMDDE
              MOVE LIBELLE-IDENTITE TO ZS-LIBELLE
              PERFORM SUIVRE-MOUVEMENT
           END-IF
           .

      *    SUIVI DU PASSAGE EN REVUE MANUELLE DU REJET COURANT, SOUS
      *    SON IDENTITE D'ORIGINE, AVEC LE MOTIF DE L'ETAT DE SUIVI
       SUIVRE-REVUE-MANUELLE.
           MOVE VREJ-NUMCLID TO ZS-NUMCLID
           MOVE VREJ-NUMCPTD TO ZS-NUMCPTD
           MOVE VREJ-DATECH TO ZS-DATECH
           MOVE VREJ-NUMDDE TO ZS-NUMDDE
           MOVE 'V' TO ZS-ETAT
           MOVE VREJ-CODE-ERR TO ZS-CODE
           MOVE MOTIF-SUIVI TO ZS-LIBELLE
           PERFORM SUIVRE-MOUVEMENT
           .

      *    APPEL DE L'ACCESSEUR DU SUIVI (IDENTITE, ETAT, CODE ET
      *    LIBELLE ALIMENTES PAR L'APPELANT). UN ECHEC EST SIGNALE ET
      *    COMPTE, LE RECYCLAGE CONTINUE.
       SUIVRE-MOUVEMENT.
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE SPACES TO ZS-REFERENCE
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           IF ZS-CODE-ERR NOT = ZEROES
              DISPLAY 'ECHEC MISE A JOUR DU SUIVI, MOUVEMENT '
                      ZS-NUMCLID ' ' ZS-NUMCPTD ' ' ZS-DATECH ' '
                      ZS-NUMDDE
              ADD 1 TO CPT-ECHECS-SUIVI
           END-IF
           .

      *    ECRITURE D'UNE LIGNE DE L'ETAT DE SUIVI DU RECYCLAGE
           .

       FIN.
      *    FERMETURE DU FICHIER DE SUIVI, RESTE OUVERT DANS
      *    L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO ZS-CODE-FUNC
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           CLOSE VIRREJ
           CLOSE VIRCOR
           CLOSE VIRRPR
           DISPLAY 'MOUVEMENTS REEMIS   : ' CPT-REJ-REEMIS
           DISPLAY 'EN ATTENTE DE CORR. : ' CPT-REJ-ATTENTE
           DISPLAY 'EN REVUE MANUELLE   : ' CPT-REJ-MANUELS
           DISPLAY 'ECHECS DU SUIVI     : ' CPT-ECHECS-SUIVI
           IF RETURN-CODE = ZEROES AND CPT-ECHECS-SUIVI > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
