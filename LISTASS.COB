      *          VILLE, TYPE DE VEHICULE, CLASSE DE BONUS-MALUS),
      *          PARCOURT KSDASS VIA ACCESS3 (CODE 'Q') ET EDITE UN
      *          VERITABLE ETAT : ENTETE DATEE ET PAGINEE, COMPTEUR DE
      *          LIGNES PAR PAGE, SOUS-TOTAUX DE PRIMES ET DE
      *          VEHICULES PAR TYPE DE VEHICULE, ET TOTAL GENERAL.
      *          CARTE ABSENTE OU ZONES A BLANC = PORTEFEUILLE ENTIER.
      *          LA PRIME EDITEE EST CELLE DE LA POLICE (SOMME DES
      *          PRIMES DE SES VEHICULES, FICHIER VEHASS) ; LES
      *          SOUS-TOTAUX VENTILENT CHAQUE VEHICULE SUR SON PROPRE
      *          TYPE, ET LE CRITERE DE TYPE RETIENT UNE POLICE DONT UN
      *          VEHICULE AU MOINS EST DU TYPE DEMANDE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS LSTASS-FS.

      *    VEHICULES ASSURES PAR POLICE (TENU PAR ACCESS3). FICHIER
      *    OPTIONNEL : UNE POLICE SANS VEHICULE EN FICHIER EST
      *    MONO-VEHICULE ET DECRITE PAR SA FICHE KSDASS.
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEH-CLE
           FILE STATUS IS VEHASS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  LSTPAR.
           05 FILLER          PIC X(55).

       FD  LSTASS.
       01  LSTASS-LIGNE PIC X(92).

       FD  VEHASS.
       COPY VEHASS.

       WORKING-STORAGE SECTION.

       01  LSTPAR-FS   PIC 99 VALUE ZEROES.
       01  LSTASS-FS   PIC 99 VALUE ZEROES.
       01  VEHASS-FS   PIC 99 VALUE ZEROES.

      *    CRITERES DE SELECTION RETENUS (DEFAUTS = TOUT LE
      *    PORTEFEUILLE QUAND LA CARTE EST ABSENTE OU A BLANC)
           05 ENT-ANNEE       PIC 9(4).
           05 FILLER          PIC X(7) VALUE '  PAGE '.
           05 ENT-PAGE        PIC ZZZ9.
           05 FILLER          PIC X(38) VALUE SPACES.

      *    LIGNE DU LISTING PORTEFEUILLE
       01  LIGNE-LST.
           05 FILLER          PIC X(1).
           05 LIG-VILLE       PIC X(12).
           05 FILLER          PIC X(1).
           05 LIG-NB-VEHIC    PIC Z9.
           05 FILLER          PIC X(1).
           05 LIG-TYPE-VEHIC  PIC X.
           05 FILLER          PIC X(1).
           05 LIG-PRIME       PIC ZZZ9.99.
           05 TOT-NB          PIC ZZZZZ9.
           05 FILLER          PIC X(3).
           05 TOT-PRIME       PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(30).

      *    VEHICULES DE L'ASSURE COURANT
       COPY VEHTAB.

       01  IND-FIN-VEH         PIC X VALUE 'N'.
           88 FIN-VEH              VALUE 'O'.
           88 NON-FIN-VEH          VALUE 'N'.

      *    CUMULS PAR TYPE DE VEHICULE (POSTE 4 = TYPES INCONNUS)
       01  TOTAUX-TYPE.
       01  CPT-LUS             PIC 9(6) VALUE ZEROES.
       01  CPT-LISTE           PIC 9(6) VALUE ZEROES.
       01  CPT-SUSPENDUS       PIC 9(6) VALUE ZEROES.
       01  CPT-VEHICULES       PIC 9(6) VALUE ZEROES.
       01  TOTAL-PRIME         PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.
           PERFORM PROCHAIN-ASSURE
           PERFORM UNTIL ZCODE-RET = 3
              ADD 1 TO CPT-LUS
              PERFORM CHARGER-VEHICULES
              PERFORM SELECTIONNER-ASSURE
              IF ASSURE-RETENU
                 PERFORM ECRITURE-LIGNE
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT VEHASS
           IF VEHASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           MOVE DJ-JOUR TO ENT-JOUR
           MOVE DJ-MOIS TO ENT-MOIS
           END-IF
           .

      *    VEHICULES DE L'ASSURE COURANT. SANS ENREGISTREMENT VEHASS,
      *    LA POLICE EST MONO-VEHICULE : UN SEUL POSTE REPRIS DE LA
      *    FICHE KSDASS (TYPE ET PRIME RENDUS PAR ACCESS3).
       CHARGER-VEHICULES.
           MOVE ZEROES TO NB-VEHICULES
           MOVE ZMATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           SET NON-FIN-VEH TO TRUE
           START VEHASS KEY IS NOT LESS THAN VEH-CLE
           IF VEHASS-FS NOT = ZEROES
              SET FIN-VEH TO TRUE
           END-IF
           PERFORM UNTIL FIN-VEH
              READ VEHASS NEXT RECORD
              IF VEHASS-FS NOT = ZEROES
                 OR VEH-MATRICULE NOT = ZMATRICULE
                 OR NB-VEHICULES = 99
                 SET FIN-VEH TO TRUE
              ELSE
                 ADD 1 TO NB-VEHICULES
                 MOVE VEH-SEQ TO TVH-SEQ(NB-VEHICULES)
                 MOVE VEH-IMMAT TO TVH-IMMAT(NB-VEHICULES)
                 MOVE VEH-TYPE TO TVH-TYPE(NB-VEHICULES)
                 MOVE VEH-DATE-MEC TO TVH-DATE-MEC(NB-VEHICULES)
                 MOVE VEH-PRIME TO TVH-PRIME(NB-VEHICULES)
              END-IF
           END-PERFORM
           IF NB-VEHICULES = ZEROES
              MOVE 1 TO NB-VEHICULES
              MOVE 1 TO TVH-SEQ(1)
              MOVE SPACES TO TVH-IMMAT(1)
              MOVE ZTYPE-VEHICULE TO TVH-TYPE(1)
              MOVE ZEROES TO TVH-DATE-MEC(1)
              MOVE ZPRIME TO TVH-PRIME(1)
           END-IF
           .

      *    APPLICATION DES CRITERES DE SELECTION A L'ASSURE COURANT
       SELECTIONNER-ASSURE.
           SET ASSURE-RETENU TO TRUE
              SET ASSURE-ECARTE TO TRUE
           END-IF
           IF SEL-TYPE-VEH NOT = SPACE
              SET IX-TVH TO 1
              SEARCH TVH-ENTREE
                 AT END
                    SET ASSURE-ECARTE TO TRUE
                 WHEN TVH-TYPE(IX-TVH) = SEL-TYPE-VEH
                    CONTINUE
              END-SEARCH
           END-IF
           IF ZBONUS-MALUS < SEL-BM-MIN OR ZBONUS-MALUS > SEL-BM-MAX
              SET ASSURE-ECARTE TO TRUE
           MOVE ZRUE-ADRESSE TO LIG-RUE-ADRESSE
           MOVE ZCODE-POSTAL TO LIG-CODE-POSTAL
           MOVE ZVILLE TO LIG-VILLE
           MOVE NB-VEHICULES TO LIG-NB-VEHIC
           MOVE ZTYPE-VEHICULE TO LIG-TYPE-VEHIC
           MOVE ZPRIME TO LIG-PRIME
           MOVE ZBONUS-MALUS TO LIG-BONUS-MALUS
           ADD 1 TO CPT-LIGNES-PAGE
           ADD 1 TO CPT-LISTE
           ADD ZPRIME TO TOTAL-PRIME
           ADD NB-VEHICULES TO CPT-VEHICULES
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              PERFORM CUMULER-TYPE
           END-PERFORM
           .

      *    CUMUL DU VEHICULE IX-TVC DANS LE POSTE DE SON TYPE
      *    (POSTE 4 POUR UN TYPE HORS BAREME)
       CUMULER-TYPE.
           SET IX-TT TO 1
              AT END
                 SET IX-TT TO 4
                 ADD 1 TO TT-NB(IX-TT)
                 ADD TVH-PRIME(IX-TVC) TO TT-PRIME(IX-TT)
              WHEN TT-CODE(IX-TT) = TVH-TYPE(IX-TVC)
                 ADD 1 TO TT-NB(IX-TT)
                 ADD TVH-PRIME(IX-TVC) TO TT-PRIME(IX-TT)
           END-SEARCH
           .

      *    SOUS-TOTAUX PAR TYPE DE VEHICULE (NOMBRE DE VEHICULES) ET
      *    TOTAL GENERAL (NOMBRE DE POLICES)
       EDITION-TOTAUX.
           IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
              PERFORM ECRITURE-ENTETE
           MOVE 'DONT POLICES SUSPENDUES ......' TO TOT-LIBELLE
           MOVE CPT-SUSPENDUS TO TOT-NB
           WRITE LSTASS-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'VEHICULES ASSURES ............' TO TOT-LIBELLE
           MOVE CPT-VEHICULES TO TOT-NB
           WRITE LSTASS-LIGNE FROM LIGNE-TOT
           .

       FIN.
           CLOSE LSTPAR
           CLOSE LSTASS
           CLOSE VEHASS
           DISPLAY 'ASSURES LUS       : ' CPT-LUS
           DISPLAY 'ASSURES EDITES    : ' CPT-LISTE
           DISPLAY 'DONT SUSPENDUS    : ' CPT-SUSPENDUS
           DISPLAY 'VEHICULES EDITES  : ' CPT-VEHICULES
            STOP RUN
           .
