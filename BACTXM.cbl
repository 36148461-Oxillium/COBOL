      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE BATCH DES CONDITIONS DE TENUE DES COMPTES
      *          CLIENTS (BACTAX), SUR LE MODELE DE TRFMAJ POUR TRFASS.
      *          APPLIQUE DES CARTES DE MOUVEMENT : CREATION D'UNE
      *          LIGNE DE CONDITIONS A UNE NOUVELLE DATE D'EFFET ('C')
      *          OU REMPLACEMENT D'UNE LIGNE EXISTANTE ('M'). CHAQUE
      *          LIGNE PORTE LE TAUX CREDITEUR, LE TAUX DEBITEUR, LE
      *          FORFAIT MENSUEL DE TENUE DE COMPTE ET LA BASE DE
      *          CALCUL DES INTERETS (VOIR BACTAX.CPY). UN CHANGEMENT
      *          DE CONDITIONS PEUT AINSI ETRE CHARGE A L'AVANCE (DATE
      *          D'EFFET FUTURE) ; IL EST PRIS EN COMPTE PAR L'ARRETE
      *          MENSUEL (BACINT) A PARTIR DE SA DATE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACTXM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTES DE MOUVEMENT SUR LES CONDITIONS
           SELECT TAXMVT ASSIGN TO DDTAXMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS TAXMVT-FS.

      *    CONDITIONS DE TENUE DES COMPTES (CREE AU PREMIER LANCEMENT)
           SELECT OPTIONAL BACTAX ASSIGN TO DDBACTAX
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TAX-DATE-EFFET
           FILE STATUS IS BACTAX-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT TAXCTL ASSIGN TO DDTAXCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS TAXCTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAXMVT.
       01  TAXMVT-ENR.
           05 TX-CODE-MVT      PIC X.
           05 TX-DATE-EFFET    PIC 9(8).
           05 TX-DATE-EFFET-R REDEFINES TX-DATE-EFFET.
              10 TX-DE-ANNEE   PIC 9(4).
              10 TX-DE-MOIS    PIC 9(2).
              10 TX-DE-JOUR    PIC 9(2).
           05 TX-TAUX-CREDITEUR PIC 9(2)V9(4).
           05 TX-TAUX-DEBITEUR PIC 9(2)V9(4).
           05 TX-FRAIS-TENUE   PIC 9(5)V9(2).
           05 TX-BASE-JOURS    PIC 9(3).
           05 FILLER           PIC X(49).

       FD  BACTAX.
           COPY BACTAX.

       FD  TAXCTL.
       01  TAXCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  TAXMVT-FS   PIC 99 VALUE ZEROES.
       01  BACTAX-FS   PIC 99 VALUE ZEROES.
       01  TAXCTL-FS   PIC 99 VALUE ZEROES.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE-MVT    PIC X.
           05 FILLER          PIC X(1).
           05 REJ-DATE-EFFET  PIC 9(8).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(19).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-TAXMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-M        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-TAXMVT
           IF FIN-TAXMVT
              DISPLAY 'ERREUR FICHIER TAXMVT VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-TAXMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-TAXMVT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT TAXMVT
           IF TAXMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN TAXMVT, FS : ' TAXMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O BACTAX
           IF BACTAX-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACTAX, FS : ' BACTAX-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT TAXCTL
           IF TAXCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN TAXCTL, FS : ' TAXCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DES CARTES DE MOUVEMENT SUR LES CONDITIONS
       READ-TAXMVT.
           READ TAXMVT
                AT END SET FIN-TAXMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF TAXMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ TAXMVT, FS : ' TAXMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE MOUVEMENT, DATE
      *    D'EFFET, PUIS TAUX, FORFAIT ET BASE DE CALCUL
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           IF TX-CODE-MVT NOT = 'C' AND 'M'
              MOVE 'CODE MOUVEMENT INVALIDE (C OU M ATTENDU)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF TX-DATE-EFFET NOT NUMERIC
                 OR TX-DE-MOIS < 01 OR TX-DE-MOIS > 12
                 OR TX-DE-JOUR < 01 OR TX-DE-JOUR > 31
                 MOVE 'DATE D EFFET NON NUMERIQUE OU INVALIDE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 PERFORM CONTROLE-CONDITIONS
              END-IF
           END-IF
           .

      *    TAUX ET FORFAIT NUMERIQUES (A ZERO : PAS D'INTERETS OU PAS
      *    DE FRAIS, C'EST ADMIS), BASE DE CALCUL 360 OU 365 JOURS.
      *    UN TAUX DEBITEUR INFERIEUR AU TAUX CREDITEUR EST
      *    VRAISEMBLABLEMENT UNE INVERSION DES DEUX ZONES : REFUSE.
       CONTROLE-CONDITIONS.
           IF TX-TAUX-CREDITEUR NOT NUMERIC
              OR TX-TAUX-DEBITEUR NOT NUMERIC
              MOVE 'TAUX NON NUMERIQUE' TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF TX-FRAIS-TENUE NOT NUMERIC
                 MOVE 'FORFAIT DE TENUE NON NUMERIQUE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 IF TX-BASE-JOURS NOT NUMERIC
                    OR (TX-BASE-JOURS NOT = 360 AND 365)
                    MOVE 'BASE DE CALCUL INVALIDE (360 OU 365)'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 ELSE
                    IF TX-TAUX-DEBITEUR < TX-TAUX-CREDITEUR
                       MOVE 'TAUX DEBITEUR INFERIEUR AU TAUX CREDITEUR'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    APPLICATION DE LA CARTE AU FICHIER DES CONDITIONS
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE TX-DATE-EFFET TO TAX-DATE-EFFET
              IF TX-CODE-MVT = 'C'
                 PERFORM CREATION-CONDITIONS
              ELSE
                 PERFORM REMPLACEMENT-CONDITIONS
              END-IF
           END-IF
           .

      *    CREATION D'UNE LIGNE DE CONDITIONS A UNE NOUVELLE DATE
      *    D'EFFET
       CREATION-CONDITIONS.
           MOVE TX-TAUX-CREDITEUR TO TAX-TAUX-CREDITEUR
           MOVE TX-TAUX-DEBITEUR TO TAX-TAUX-DEBITEUR
           MOVE TX-FRAIS-TENUE TO TAX-FRAIS-TENUE
           MOVE TX-BASE-JOURS TO TAX-BASE-JOURS
           WRITE BACTAX-REC
           EVALUATE BACTAX-FS
              WHEN '00'
                 ADD 1 TO CPT-CRT-C
              WHEN '22'
                 MOVE 'CONDITIONS DEJA EXISTANTES A CETTE DATE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE BACTAX, FS : ' BACTAX-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    REMPLACEMENT D'UNE LIGNE DE CONDITIONS EXISTANTE
       REMPLACEMENT-CONDITIONS.
           READ BACTAX
           EVALUATE BACTAX-FS
              WHEN '00'
                 MOVE TX-TAUX-CREDITEUR TO TAX-TAUX-CREDITEUR
                 MOVE TX-TAUX-DEBITEUR TO TAX-TAUX-DEBITEUR
                 MOVE TX-FRAIS-TENUE TO TAX-FRAIS-TENUE
                 MOVE TX-BASE-JOURS TO TAX-BASE-JOURS
                 REWRITE BACTAX-REC
                 IF BACTAX-FS = ZEROES
                    ADD 1 TO CPT-CRT-M
                 ELSE
                    DISPLAY 'ERREUR REWRITE BACTAX, FS : ' BACTAX-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
              WHEN '23'
                 MOVE 'CONDITIONS INEXISTANTES A CETTE DATE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ BACTAX, FS : ' BACTAX-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE TX-CODE-MVT TO REJ-CODE-MVT
           IF TX-DATE-EFFET NUMERIC
              MOVE TX-DATE-EFFET TO REJ-DATE-EFFET
           ELSE
              MOVE ZEROES TO REJ-DATE-EFFET
           END-IF
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE TAXCTL-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE BACTXM ****' TO LIG-LIBELLE
           WRITE TAXCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE TAXCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CREATIONS APPLIQUEES ........' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE TAXCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REMPLACEMENTS APPLIQUES .....' TO LIG-LIBELLE
           MOVE CPT-CRT-M TO LIG-VALEUR
           WRITE TAXCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE TAXCTL-LIGNE FROM LIGNE-CTL
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE TAXMVT
           CLOSE BACTAX
           CLOSE TAXCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'CREATIONS           : ' CPT-CRT-C
           DISPLAY 'REMPLACEMENTS       : ' CPT-CRT-M
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
