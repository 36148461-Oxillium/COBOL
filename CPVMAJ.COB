      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: MAINTENANCE BATCH DU FICHIER DE REFERENCE DES CODES
      *          POSTAUX (CPVASS). APPLIQUE DES CARTES DE MOUVEMENT :
      *          AJOUT D'UNE VILLE ADMISE POUR UN CODE POSTAL ('C') OU
      *          RETRAIT D'UN COUPLE CODE POSTAL / VILLE DEVENU CADUC
      *          ('S'). LES ADRESSES SAISIES PAR ACCESS3 ET ACCSONL
      *          SONT CONTROLEES CONTRE CE FICHIER ; LE RETRAIT D'UN
      *          COUPLE NE TOUCHE PAS AUX FICHES KSDASS EXISTANTES,
      *          QUE LE BALAYAGE CPVBAL FAIT ALORS RESSORTIR.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPVMAJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTES DE MOUVEMENT DU REFERENTIEL DES CODES POSTAUX
           SELECT CPVMVT ASSIGN TO DDCPVMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CPVMVT-FS.

      *    FICHIER DE REFERENCE DES CODES POSTAUX (CREE AU PREMIER
      *    LANCEMENT)
           SELECT OPTIONAL CPVASS ASSIGN TO DDCPVASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CPV-CLE
           FILE STATUS IS CPVASS-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT CPVCTL ASSIGN TO DDCPVCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CPVCTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  CPVMVT.
       01  CPVMVT-ENR.
           05 CM-CODE-MVT      PIC X.
           05 CM-CODE-POSTAL   PIC X(5).
           05 CM-VILLE         PIC X(12).
           05 FILLER           PIC X(62).

       FD  CPVASS.
           COPY CPVASS.

       FD  CPVCTL.
       01  CPVCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  CPVMVT-FS   PIC 99 VALUE ZEROES.
       01  CPVASS-FS   PIC 99 VALUE ZEROES.
       01  CPVCTL-FS   PIC 99 VALUE ZEROES.

      *    DATE DU JOUR, ESTAMPILLEE SUR LES COUPLES CREES
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
           05 REJ-CODE-POSTAL PIC X(5).
           05 FILLER          PIC X(1).
           05 REJ-VILLE       PIC X(12).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(9).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT ECRITURE-REJET
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-CPVMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-S        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-CPVMVT
           IF FIN-CPVMVT
              DISPLAY 'ERREUR FICHIER CPVMVT VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-CPVMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-CPVMVT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT CPVMVT
           IF CPVMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CPVMVT, FS : ' CPVMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O CPVASS
           IF CPVASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN CPVASS, FS : ' CPVASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CPVCTL
           IF CPVCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CPVCTL, FS : ' CPVCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           .

      *    LECTURE DES CARTES DE MOUVEMENT DU REFERENTIEL
       READ-CPVMVT.
           READ CPVMVT
                AT END SET FIN-CPVMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF CPVMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ CPVMVT, FS : ' CPVMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE MOUVEMENT, CODE
      *    POSTAL NUMERIQUE ET NON NUL, VILLE RENSEIGNEE
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           IF CM-CODE-MVT NOT = 'C' AND 'S'
              MOVE 'CODE MOUVEMENT INVALIDE (C OU S ATTENDU)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF CM-CODE-POSTAL NOT NUMERIC
                 OR CM-CODE-POSTAL = ZEROES
                 MOVE 'CODE POSTAL NON NUMERIQUE OU NUL'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 IF CM-VILLE = SPACES
                    MOVE 'VILLE NON RENSEIGNEE' TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 END-IF
              END-IF
           END-IF
           .

      *    APPLICATION DE LA CARTE AU FICHIER DE REFERENCE
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE CM-CODE-POSTAL TO CPV-CODE-POSTAL
              MOVE CM-VILLE TO CPV-VILLE
              IF CM-CODE-MVT = 'C'
                 PERFORM CREATION-COUPLE
              ELSE
                 PERFORM SUPPRESSION-COUPLE
              END-IF
           END-IF
           .

      *    AJOUT D'UNE VILLE ADMISE POUR LE CODE POSTAL
       CREATION-COUPLE.
           MOVE DATE-JOUR TO CPV-DATE-CREATION
           WRITE CPVASS-REC
           EVALUATE CPVASS-FS
              WHEN '00'
                 ADD 1 TO CPT-CRT-C
              WHEN '22'
                 MOVE 'COUPLE CODE POSTAL / VILLE DEJA EXISTANT'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE CPVASS, FS : ' CPVASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    RETRAIT D'UN COUPLE CODE POSTAL / VILLE EXISTANT
       SUPPRESSION-COUPLE.
           READ CPVASS
           EVALUATE CPVASS-FS
              WHEN '00'
                 DELETE CPVASS
                 IF CPVASS-FS = ZEROES
                    ADD 1 TO CPT-CRT-S
                 ELSE
                    DISPLAY 'ERREUR DELETE CPVASS, FS : ' CPVASS-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
              WHEN '23'
                 MOVE 'COUPLE CODE POSTAL / VILLE INEXISTANT'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ CPVASS, FS : ' CPVASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE CM-CODE-MVT TO REJ-CODE-MVT
           MOVE CM-CODE-POSTAL TO REJ-CODE-POSTAL
           MOVE CM-VILLE TO REJ-VILLE
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE CPVCTL-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE CPVMAJ ****' TO LIG-LIBELLE
           WRITE CPVCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE CPVCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'COUPLES CREES ...............' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE CPVCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'COUPLES SUPPRIMES ...........' TO LIG-LIBELLE
           MOVE CPT-CRT-S TO LIG-VALEUR
           WRITE CPVCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE CPVCTL-LIGNE FROM LIGNE-CTL
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE CPVMVT
           CLOSE CPVASS
           CLOSE CPVCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'CREATIONS           : ' CPT-CRT-C
           DISPLAY 'SUPPRESSIONS        : ' CPT-CRT-S
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
