      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: BALAYAGE DES ADRESSES DU PORTEFEUILLE CONTRE LE
      *          REFERENTIEL DES CODES POSTAUX (CPVASS, TENU PAR
      *          CPVMAJ). PARCOURT KSDASS VIA ACCESS3 (CODE 'Q') ET
      *          EDITE CHAQUE ASSURE DONT LE COUPLE CODE POSTAL / VILLE
      *          N'EST PAS ADMIS, AVEC LA RAISON : CODE POSTAL INCONNU
      *          DU REFERENTIEL, OU VILLE NON RATTACHEE A CE CODE
      *          POSTAL (LES VILLES ADMISES POUR LE CODE SONT ALORS
      *          RAPPELEES POUR AIDER A LA REPRISE). LES FICHES
      *          SIGNALEES SONT A CORRIGER PAR LE BACK-OFFICE (CODE
      *          'M' D'ACCESS3 OU D'ACCSONL), QUI CONTROLENT DESORMAIS
      *          LES ADRESSES SAISIES. A PASSER APRES LE CHARGEMENT
      *          INITIAL DU REFERENTIEL, PUIS AUTANT QUE NECESSAIRE
      *          JUSQU'A EPUISEMENT DES ANOMALIES.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPVBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER DE REFERENCE DES CODES POSTAUX (ACCES DIRECT SUR LE
      *    COUPLE, PUIS POSITIONNEMENT SUR LE SEUL CODE POSTAL POUR
      *    QUALIFIER L'ANOMALIE)
           SELECT CPVASS ASSIGN TO DDCPVASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPV-CLE
           FILE STATUS IS CPVASS-FS.

      *    ETAT DES ADRESSES EN ANOMALIE
           SELECT CPVANO ASSIGN TO DDCPVANO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CPVANO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  CPVASS.
           COPY CPVASS.

       FD  CPVANO.
       01  CPVANO-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.

       01  CPVASS-FS   PIC 99 VALUE ZEROES.
       01  CPVANO-FS   PIC 99 VALUE ZEROES.

      *    MISE EN PAGE DE L'ETAT
       01  CONST-LIGNES-PAGE   PIC 99 VALUE 55.
       01  CPT-LIGNES-PAGE     PIC 99 VALUE 99.
       01  CPT-PAGES           PIC 9(4) VALUE ZEROES.

      *    DATE DU JOUR POUR L'ENTETE
       01  DATE-JOUR.
           05 DJ-ANNEE        PIC 9(4).
           05 DJ-MOIS         PIC 9(2).
           05 DJ-JOUR         PIC 9(2).

      *    LIGNE D'ENTETE DE PAGE
       01  LIGNE-ENTETE.
           05 FILLER          PIC X(40)
              VALUE 'ADRESSES HORS REFERENTIEL CODES POSTAUX '.
           05 FILLER          PIC X(3) VALUE 'LE '.
           05 ENT-JOUR        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 ENT-MOIS        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 ENT-ANNEE       PIC 9(4).
           05 FILLER          PIC X(7) VALUE '  PAGE '.
           05 ENT-PAGE        PIC ZZZ9.
           05 FILLER          PIC X(36) VALUE SPACES.

      *    LIGNE D'UN ASSURE EN ANOMALIE
       01  LIGNE-ANO.
           05 ANO-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1).
           05 ANO-NOM-PRENOM  PIC X(20).
           05 FILLER          PIC X(1).
           05 ANO-RUE-ADRESSE PIC X(18).
           05 FILLER          PIC X(1).
           05 ANO-CODE-POSTAL PIC X(5).
           05 FILLER          PIC X(1).
           05 ANO-VILLE       PIC X(12).
           05 FILLER          PIC X(1).
           05 ANO-RAISON      PIC X(34).

      *    LIGNE DE RAPPEL DES VILLES ADMISES POUR LE CODE POSTAL
       01  LIGNE-ADM.
           05 FILLER          PIC X(50) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'VILLE ADMISE :  '.
           05 ADM-VILLE       PIC X(12).
           05 FILLER          PIC X(22) VALUE SPACES.

      *    LIGNE DE TOTAL
       01  LIGNE-TOT.
           05 TOT-LIBELLE     PIC X(40).
           05 TOT-NB          PIC ZZZZZ9.
           05 FILLER          PIC X(54).

      *    ZONE ACCESSEUR (IDENTIQUE A CELLE DE PROJ3 / ACCESS3)
       01 ZASSURES.
           05 ZCODE-FONC PIC X.
           05 ZASSURESRED.
              10 ZMATRICULE PIC 9(6).
              10 ZNOM-PRENOM PIC X(20).
              10 ZRUE-ADRESSE PIC X(18).
              10 ZCODE-POSTAL PIC 9(5).
              10 ZVILLE PIC X(12).
              10 ZTYPE-VEHICULE PIC X.
              10 ZPRIME PIC 9(4)V99.
              10 ZBONUS-MALUS PIC X.
              10 ZTAUX PIC 99.
              10 ZCODE-MVT PIC X.
              10 ZETAT-POLICE PIC X.
              10 PIC X(7).
           05 ZCODE-RET PIC 99.
           05 ZLIBERR PIC X(50).

      *    QUALIFICATION DE L'ADRESSE DE L'ASSURE COURANT
       01  IND-ADRESSE         PIC X VALUE 'O'.
           88 ADRESSE-ADMISE       VALUE 'O'.
           88 CODE-POSTAL-INCONNU  VALUE 'C'.
           88 VILLE-INCOMPATIBLE   VALUE 'V'.

      *    FIN DU PARCOURS DES VILLES ADMISES POUR UN CODE POSTAL
       01  IND-FIN-CPV         PIC X VALUE 'N'.
           88 FIN-CPV              VALUE 'O'.
           88 NON-FIN-CPV          VALUE 'N'.

      *    COMPTEURS
       01  CPT-LUS             PIC 9(6) VALUE ZEROES.
       01  CPT-ADMISES         PIC 9(6) VALUE ZEROES.
       01  CPT-CP-INCONNUS     PIC 9(6) VALUE ZEROES.
       01  CPT-VILLES-KO       PIC 9(6) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           MOVE 'Q' TO ZCODE-FONC
           MOVE ZEROES TO ZMATRICULE
           PERFORM PROCHAIN-ASSURE
           PERFORM UNTIL ZCODE-RET = 3
              ADD 1 TO CPT-LUS
              PERFORM CONTROLER-ADRESSE
              IF ADRESSE-ADMISE
                 ADD 1 TO CPT-ADMISES
              ELSE
                 PERFORM ECRITURE-ANOMALIE
              END-IF
              PERFORM PROCHAIN-ASSURE
           END-PERFORM

           PERFORM EDITION-TOTAUX
           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT CPVASS
           IF CPVASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CPVASS, FS : ' CPVASS-FS
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT CPVANO
           IF CPVANO-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CPVANO, FS : ' CPVANO-FS
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           MOVE DJ-JOUR TO ENT-JOUR
           MOVE DJ-MOIS TO ENT-MOIS
           MOVE DJ-ANNEE TO ENT-ANNEE
           .

      *    DEMANDE LE PROCHAIN ASSURE DU PORTEFEUILLE A ACCESS3.
      *    UNE ERREUR AUTRE QUE LA FIN DE LISTE ARRETE LE BALAYAGE.
       PROCHAIN-ASSURE.
           MOVE 'Q' TO ZCODE-FONC
           CALL 'ACCESS3' USING ZASSURES
           IF ZCODE-RET NOT = ZEROES AND ZCODE-RET NOT = 3
              DISPLAY 'ERREUR PARCOURS KSDASS : ' ZLIBERR
              MOVE 15 TO RETURN-CODE
              PERFORM FIN
           END-IF
           .

      *    LECTURE DU COUPLE CODE POSTAL / VILLE DE L'ASSURE ; S'IL EST
      *    ABSENT, POSITIONNEMENT SUR LA PREMIERE VILLE DU CODE POSTAL
      *    POUR DISTINGUER UN CODE INCONNU D'UNE VILLE INCOMPATIBLE
       CONTROLER-ADRESSE.
           SET ADRESSE-ADMISE TO TRUE
           IF ZCODE-POSTAL NOT NUMERIC
              SET CODE-POSTAL-INCONNU TO TRUE
           ELSE
              MOVE ZCODE-POSTAL TO CPV-CODE-POSTAL
              MOVE ZVILLE TO CPV-VILLE
              READ CPVASS
              EVALUATE CPVASS-FS
                 WHEN '00'
                    CONTINUE
                 WHEN '23'
                    PERFORM QUALIFIER-ANOMALIE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ CPVASS, FS : ' CPVASS-FS
                    MOVE 15 TO RETURN-CODE
                    PERFORM FIN
              END-EVALUATE
           END-IF
           .

       QUALIFIER-ANOMALIE.
           SET CODE-POSTAL-INCONNU TO TRUE
           MOVE ZCODE-POSTAL TO CPV-CODE-POSTAL
           MOVE LOW-VALUES TO CPV-VILLE
           START CPVASS KEY IS NOT LESS THAN CPV-CLE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ CPVASS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF CPV-CODE-POSTAL = ZCODE-POSTAL
                          SET VILLE-INCOMPATIBLE TO TRUE
                       END-IF
                 END-READ
           END-START
           .

      *    ENTETE DE PAGE (DATE + NUMERO DE PAGE), PUIS REARME LE
      *    COMPTEUR DE LIGNES DE LA PAGE
       ECRITURE-ENTETE.
           ADD 1 TO CPT-PAGES
           MOVE CPT-PAGES TO ENT-PAGE
           WRITE CPVANO-LIGNE FROM LIGNE-ENTETE
           MOVE SPACES TO CPVANO-LIGNE
           WRITE CPVANO-LIGNE
           MOVE 2 TO CPT-LIGNES-PAGE
           .

      *    LIGNE DE L'ASSURE EN ANOMALIE. POUR UNE VILLE INCOMPATIBLE,
      *    LES VILLES ADMISES POUR LE CODE POSTAL SUIVENT (LE
      *    PARCOURS REPART DE LA PREMIERE, DEJA LUE PAR
      *    QUALIFIER-ANOMALIE)
       ECRITURE-ANOMALIE.
           IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
              PERFORM ECRITURE-ENTETE
           END-IF
           MOVE SPACES TO LIGNE-ANO
           MOVE ZMATRICULE TO ANO-MATRICULE
           MOVE ZNOM-PRENOM TO ANO-NOM-PRENOM
           MOVE ZRUE-ADRESSE TO ANO-RUE-ADRESSE
      *    CODE POSTAL REPRIS EN ALPHANUMERIQUE : UNE FICHE ANCIENNE
      *    PEUT PORTER UN CODE NON NUMERIQUE, EDITE TEL QUEL
           MOVE ZASSURESRED(45:5) TO ANO-CODE-POSTAL
           MOVE ZVILLE TO ANO-VILLE
           IF CODE-POSTAL-INCONNU
              ADD 1 TO CPT-CP-INCONNUS
              MOVE 'CODE POSTAL INCONNU' TO ANO-RAISON
           ELSE
              ADD 1 TO CPT-VILLES-KO
              MOVE 'VILLE NON RATTACHEE AU CODE POSTAL'
                 TO ANO-RAISON
           END-IF
           WRITE CPVANO-LIGNE FROM LIGNE-ANO
           ADD 1 TO CPT-LIGNES-PAGE
           IF VILLE-INCOMPATIBLE
              SET NON-FIN-CPV TO TRUE
              PERFORM UNTIL FIN-CPV
                 IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
                    PERFORM ECRITURE-ENTETE
                 END-IF
                 MOVE CPV-VILLE TO ADM-VILLE
                 WRITE CPVANO-LIGNE FROM LIGNE-ADM
                 ADD 1 TO CPT-LIGNES-PAGE
                 READ CPVASS NEXT RECORD
                    AT END
                       SET FIN-CPV TO TRUE
                 END-READ
                 IF CPVASS-FS NOT = ZEROES
                    OR CPV-CODE-POSTAL NOT = ZCODE-POSTAL
                    SET FIN-CPV TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *    TOTAUX DU BALAYAGE
       EDITION-TOTAUX.
           IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
              PERFORM ECRITURE-ENTETE
           END-IF
           MOVE SPACES TO CPVANO-LIGNE
           WRITE CPVANO-LIGNE
           MOVE SPACES TO LIGNE-TOT
           MOVE 'ASSURES CONTROLES .......................' TO
              TOT-LIBELLE
           MOVE CPT-LUS TO TOT-NB
           WRITE CPVANO-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'ADRESSES ADMISES ........................' TO
              TOT-LIBELLE
           MOVE CPT-ADMISES TO TOT-NB
           WRITE CPVANO-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'CODES POSTAUX INCONNUS ..................' TO
              TOT-LIBELLE
           MOVE CPT-CP-INCONNUS TO TOT-NB
           WRITE CPVANO-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'VILLES NON RATTACHEES AU CODE POSTAL ....' TO
              TOT-LIBELLE
           MOVE CPT-VILLES-KO TO TOT-NB
           WRITE CPVANO-LIGNE FROM LIGNE-TOT
           .

       FIN.
           CLOSE CPVASS
           CLOSE CPVANO
           DISPLAY 'ASSURES CONTROLES   : ' CPT-LUS
           DISPLAY 'ADRESSES ADMISES    : ' CPT-ADMISES
           DISPLAY 'CODES POSTAUX INCON.: ' CPT-CP-INCONNUS
           DISPLAY 'VILLES INCOMPATIBLES: ' CPT-VILLES-KO
            STOP RUN
           .
