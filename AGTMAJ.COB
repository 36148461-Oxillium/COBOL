      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: MAINTENANCE BATCH DU FICHIER DES APPORTEURS (AGTASS :
      *          AGENTS ET COURTIERS). APPLIQUE DES CARTES DE
      *          MOUVEMENT : CREATION D'UN APPORTEUR ('C'),
      *          MODIFICATION DE SA FICHE ('M' : NOM, CATEGORIE, TAUX
      *          DE COMMISSION PAR TYPE DE VEHICULE, COORDONNEES
      *          BANCAIRES) OU SUPPRESSION ('S'). LE SOLDE REPORTE ET
      *          LA DATE DU DERNIER ENCAISSEMENT COMMISSIONNE, TENUS
      *          PAR LE CALCUL DES COMMISSIONS (COMASS), NE SONT PAS
      *          MODIFIABLES PAR CARTE ; UN APPORTEUR DONT LE SOLDE
      *          REPORTE N'EST PAS NUL, OU QUI RESTE AFFECTE A DES
      *          POLICES (AGTPOL), NE PEUT PAS ETRE SUPPRIME : SES
      *          COMMISSIONS ET RAPPELS A VENIR N'AURAIENT PLUS DE
      *          FICHE.
      *          LES POLICES S'AFFECTENT A UN APPORTEUR PAR LA
      *          FONCTION 'G' D'ACCESS3 / ACCSONL.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTMAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTES DE MOUVEMENT DU FICHIER DES APPORTEURS
           SELECT AGTMVT ASSIGN TO DDAGTMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS AGTMVT-FS.

      *    FICHIER DES APPORTEURS (CREE AU PREMIER LANCEMENT)
           SELECT OPTIONAL AGTASS ASSIGN TO DDAGTASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGT-CODE
           FILE STATUS IS AGTASS-FS.

      *    AFFECTATION DES POLICES A LEUR APPORTEUR (VOIR AGTPOL.CPY),
      *    PARCOURUE A CHAQUE DEMANDE DE SUPPRESSION. FICHIER
      *    OPTIONNEL : CREE PAR LA PREMIERE AFFECTATION.
           SELECT OPTIONAL AGTPOL ASSIGN TO DDAGTPOL
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AFF-MATRICULE
           FILE STATUS IS AGTPOL-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT AGTCTL ASSIGN TO DDAGTCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS AGTCTL-FS.
       DATA DIVISION.
       FILE SECTION.
      *    CARTE : TAUX EN POURCENTAGE AVEC 2 DECIMALES (0750 = 7,50 %)
      *    POUR LES TYPES DE VEHICULE 1, 2 ET 3 ; COMPTE ET BIC A
      *    BLANC POUR UN APPORTEUR SANS COORDONNEES BANCAIRES (SES
      *    COMMISSIONS SONT ALORS REPORTEES, NON VIREES)
       FD  AGTMVT.
       01  AGTMVT-ENR.
           05 AM-CODE-MVT      PIC X.
           05 AM-CODE-AGENT    PIC X(5).
           05 AM-NOM           PIC X(20).
           05 AM-CATEGORIE     PIC X.
           05 AM-TAUX-ZONE.
              10 AM-TAUX-TYPE  PIC 99V99 OCCURS 3 TIMES.
           05 AM-NUMCPTC       PIC X(2).
           05 AM-BICCRD        PIC X(11).
           05 FILLER           PIC X(28).

       FD  AGTASS.
           COPY AGTASS.

       FD  AGTPOL.
           COPY AGTPOL.

       FD  AGTCTL.
       01  AGTCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  AGTMVT-FS   PIC 99 VALUE ZEROES.
       01  AGTASS-FS   PIC 99 VALUE ZEROES.
       01  AGTPOL-FS   PIC 99 VALUE ZEROES.
       01  AGTCTL-FS   PIC 99 VALUE ZEROES.

      *    DATE DU JOUR, ESTAMPILLEE SUR LES APPORTEURS CREES
       01  DATE-JOUR          PIC 9(8).

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(29).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE-MVT    PIC X.
           05 FILLER          PIC X(1).
           05 REJ-CODE-AGENT  PIC X(5).
           05 FILLER          PIC X(1).
           05 REJ-NOM         PIC X(20).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(1).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT ECRITURE-REJET
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-AGTMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

      *    L'APPORTEUR A SUPPRIMER APPORTE-T-IL ENCORE DES POLICES
       01  IND-AFFECTE         PIC X     VALUE 'N'.
           88 APPORTEUR-AFFECTE          VALUE 'O'.
           88 APPORTEUR-NON-AFFECTE      VALUE 'N'.

      *    LE FICHIER DES AFFECTATIONS EXISTE-T-IL
       01  IND-AGTPOL          PIC X     VALUE 'N'.
           88 AGTPOL-PRESENT             VALUE 'O'.
           88 AGTPOL-ABSENT              VALUE 'N'.

      *    FIN DU PARCOURS DES AFFECTATIONS
       01  IND-FIN-AGTPOL      PIC X     VALUE 'N'.
           88 FIN-AGTPOL                 VALUE 'O'.
           88 NON-FIN-AGTPOL             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-M        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-S        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-AGTMVT
           IF FIN-AGTMVT
              DISPLAY 'ERREUR FICHIER AGTMVT VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-AGTMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-AGTMVT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT AGTMVT
           IF AGTMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AGTMVT, FS : ' AGTMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O AGTASS
           IF AGTASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN AGTASS, FS : ' AGTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT AGTPOL
           EVALUATE AGTPOL-FS
              WHEN '00'
                 SET AGTPOL-PRESENT TO TRUE
              WHEN '05'
                 SET AGTPOL-ABSENT TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR OPEN AGTPOL, FS : ' AGTPOL-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           OPEN OUTPUT AGTCTL
           IF AGTCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AGTCTL, FS : ' AGTCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           .

      *    LECTURE DES CARTES DE MOUVEMENT DES APPORTEURS
       READ-AGTMVT.
           READ AGTMVT
                AT END SET FIN-AGTMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF AGTMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ AGTMVT, FS : ' AGTMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE MOUVEMENT ET CODE
      *    APPORTEUR ; EN CREATION ET MODIFICATION, NOM RENSEIGNE,
      *    CATEGORIE A OU C, TAUX NUMERIQUES ET COORDONNEES BANCAIRES
      *    COMPLETES OU ABSENTES
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           IF AM-CODE-MVT NOT = 'C' AND 'M' AND 'S'
              MOVE 'CODE MOUVEMENT INVALIDE (C, M OU S ATTENDU)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF AM-CODE-AGENT = SPACES
                 MOVE 'CODE APPORTEUR NON RENSEIGNE' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              END-IF
           END-IF
           IF CARTE-VALIDE AND AM-CODE-MVT NOT = 'S'
              EVALUATE TRUE
                 WHEN AM-NOM = SPACES
                    MOVE 'NOM DE L''APPORTEUR NON RENSEIGNE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN AM-CATEGORIE NOT = 'A' AND 'C'
                    MOVE 'CATEGORIE INVALIDE (A AGENT OU C COURTIER)'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN AM-TAUX-ZONE NOT NUMERIC
                    MOVE 'TAUX DE COMMISSION NON NUMERIQUE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN AM-NUMCPTC = SPACES AND AM-BICCRD = SPACES
                    CONTINUE
                 WHEN AM-NUMCPTC NOT NUMERIC OR AM-BICCRD = SPACES
                    MOVE 'COMPTE OU BIC DE L''APPORTEUR INCOMPLET'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
              END-EVALUATE
           END-IF
           .

      *    APPLICATION DE LA CARTE AU FICHIER DES APPORTEURS
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE AM-CODE-AGENT TO AGT-CODE
              EVALUATE AM-CODE-MVT
                 WHEN 'C'
                    PERFORM CREATION-APPORTEUR
                 WHEN 'M'
                    PERFORM MODIFICATION-APPORTEUR
                 WHEN 'S'
                    PERFORM SUPPRESSION-APPORTEUR
              END-EVALUATE
           END-IF
           .

      *    CREATION D'UN APPORTEUR : SOLDE NUL, AUCUN ENCAISSEMENT
      *    ENCORE COMMISSIONNE
       CREATION-APPORTEUR.
           MOVE SPACES TO AGTASS-REC
           MOVE AM-CODE-AGENT TO AGT-CODE
           PERFORM GARNIR-APPORTEUR
           MOVE ZEROES TO AGT-SOLDE-REPORTE AGT-DATE-DERN-ENC
           MOVE DATE-JOUR TO AGT-DATE-CREATION
           WRITE AGTASS-REC
           EVALUATE AGTASS-FS
              WHEN '00'
                 ADD 1 TO CPT-CRT-C
              WHEN '22'
                 MOVE 'APPORTEUR DEJA EXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE AGTASS, FS : ' AGTASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    MODIFICATION DE LA FICHE : LES ZONES DE LA CARTE REMPLACENT
      *    CELLES DE LA FICHE, SOLDE ET DATES SONT CONSERVES
       MODIFICATION-APPORTEUR.
           READ AGTASS
           EVALUATE AGTASS-FS
              WHEN '00'
                 PERFORM GARNIR-APPORTEUR
                 REWRITE AGTASS-REC
                 IF AGTASS-FS = ZEROES
                    ADD 1 TO CPT-CRT-M
                 ELSE
                    DISPLAY 'ERREUR REWRITE AGTASS, FS : ' AGTASS-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
              WHEN '23'
                 MOVE 'APPORTEUR INEXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTASS, FS : ' AGTASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    SUPPRESSION D'UN APPORTEUR, REFUSEE TANT QUE SON SOLDE
      *    REPORTE N'EST PAS APURE OU QU'IL APPORTE ENCORE DES POLICES
       SUPPRESSION-APPORTEUR.
           READ AGTASS
           EVALUATE AGTASS-FS
              WHEN '00'
                 PERFORM CONTROLER-AFFECTATIONS
                 EVALUATE TRUE
                    WHEN AGT-SOLDE-REPORTE NOT = ZEROES
                       MOVE 'SOLDE REPORTE NON NUL, SUPPRESSION REFUSEE'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN APPORTEUR-AFFECTE
                       MOVE 'APPORTEUR ENCORE AFFECTE A DES POLICES'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN OTHER
                       PERFORM DETRUIRE-APPORTEUR
                 END-EVALUATE
              WHEN '23'
                 MOVE 'APPORTEUR INEXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTASS, FS : ' AGTASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       DETRUIRE-APPORTEUR.
           DELETE AGTASS
           IF AGTASS-FS = ZEROES
              ADD 1 TO CPT-CRT-S
           ELSE
              DISPLAY 'ERREUR DELETE AGTASS, FS : ' AGTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    RECHERCHE D'UNE POLICE ENCORE AFFECTEE A L'APPORTEUR : LE
      *    FICHIER EST INDEXE PAR MATRICULE, IL EST DONC PARCOURU EN
      *    ENTIER (LES SUPPRESSIONS SONT RARES)
       CONTROLER-AFFECTATIONS.
           SET APPORTEUR-NON-AFFECTE TO TRUE
           SET NON-FIN-AGTPOL TO TRUE
           IF AGTPOL-ABSENT
              SET FIN-AGTPOL TO TRUE
           ELSE
              MOVE ZEROES TO AFF-MATRICULE
              START AGTPOL KEY IS NOT LESS THAN AFF-MATRICULE
              EVALUATE AGTPOL-FS
                 WHEN '00'
                    CONTINUE
                 WHEN '23'
                    SET FIN-AGTPOL TO TRUE
                 WHEN OTHER
                    DISPLAY 'ERREUR START AGTPOL, FS : ' AGTPOL-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           PERFORM UNTIL FIN-AGTPOL OR APPORTEUR-AFFECTE
              READ AGTPOL NEXT RECORD
                 AT END
                    SET FIN-AGTPOL TO TRUE
                 NOT AT END
                    IF AFF-CODE-AGENT = AM-CODE-AGENT
                       SET APPORTEUR-AFFECTE TO TRUE
                    END-IF
              END-READ
              IF AGTPOL-FS NOT = ZEROES AND 10
                 DISPLAY 'ERREUR READ AGTPOL, FS : ' AGTPOL-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
           END-PERFORM
           .

      *    REPORT DES ZONES DE LA CARTE SUR LA FICHE DE L'APPORTEUR
       GARNIR-APPORTEUR.
           MOVE AM-NOM TO AGT-NOM
           MOVE AM-CATEGORIE TO AGT-CATEGORIE
           MOVE AM-TAUX-TYPE(1) TO AGT-TAUX-TYPE(1)
           MOVE AM-TAUX-TYPE(2) TO AGT-TAUX-TYPE(2)
           MOVE AM-TAUX-TYPE(3) TO AGT-TAUX-TYPE(3)
           IF AM-NUMCPTC = SPACES
              MOVE ZEROES TO AGT-NUMCPTC
           ELSE
              MOVE AM-NUMCPTC TO AGT-NUMCPTC
           END-IF
           MOVE AM-BICCRD TO AGT-BICCRD
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE AM-CODE-MVT TO REJ-CODE-MVT
           MOVE AM-CODE-AGENT TO REJ-CODE-AGENT
           MOVE AM-NOM TO REJ-NOM
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE AGTCTL-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE AGTMAJ ****' TO LIG-LIBELLE
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'APPORTEURS CREES ............' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'APPORTEURS MODIFIES .........' TO LIG-LIBELLE
           MOVE CPT-CRT-M TO LIG-VALEUR
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'APPORTEURS SUPPRIMES ........' TO LIG-LIBELLE
           MOVE CPT-CRT-S TO LIG-VALEUR
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE AGTCTL-LIGNE FROM LIGNE-CTL
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE AGTMVT
           CLOSE AGTASS
           CLOSE AGTPOL
           CLOSE AGTCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'CREATIONS           : ' CPT-CRT-C
           DISPLAY 'MODIFICATIONS       : ' CPT-CRT-M
           DISPLAY 'SUPPRESSIONS        : ' CPT-CRT-S
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
