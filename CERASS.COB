      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: EDITION ANNUELLE DES ATTESTATIONS D'ASSURANCE ET DES
      *          CONDITIONS PARTICULIERES. PARCOURT UN SEGMENT DE
      *          PORTEFEUILLE (BORNES DE MATRICULES LUES DANS CERPAR,
      *          COMME RENPAR POUR RENASS) VIA ACCESS3 CODE 'Q' ET
      *          EDITE UN DOCUMENT PAR POLICE EN VIGUEUR : ASSURE ET
      *          ADRESSE, VEHICULES ASSURES (FICHIER VEHASS) ET LEUR
      *          TYPE, CLASSE DE BONUS-MALUS, PRIME TARIFEE, PERIODE DE
      *          COUVERTURE DE L'EXERCICE (DE L'ANNIVERSAIRE DE LA DATE
      *          D'EFFET DE LA POLICE A LA VEILLE DU SUIVANT) ET LES
      *          AVENANTS DE L'EXERCICE (HISTASS). UNE POLICE SUSPENDUE
      *          ('U'), SANS DATE D'EFFET OU PAS ENCORE EN VIGUEUR SUR
      *          L'EXERCICE N'A PAS D'ATTESTATION : ELLE FIGURE SUR LA
      *          PAGE DES EXCEPTIONS (CEREXC). A PASSER APRES RENASS ;
      *          UN SEGMENT PEUT ETRE REEDITE APRES CORRECTION EN
      *          RESTREIGNANT LES BORNES DE LA CARTE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTE PARAMETRE : BORNES DU SEGMENT ET EXERCICE EDITE
           SELECT CERPAR ASSIGN TO DDCERPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CERPAR-FS.

      *    HISTORIQUE DES AVENANTS (VOIR HISTASS.CPY), ECRIT EN ORDRE
      *    CHRONOLOGIQUE PAR ACCESS3 ET ACCSONL
           SELECT HISTASS ASSIGN TO DDHISTASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS HISTASS-FS.

      *    FICHIER DE TRAVAIL DES AVENANTS DE L'EXERCICE, INDEXE PAR
      *    MATRICULE PUIS ORDRE DE LECTURE DANS HISTASS (L'ORDRE
      *    CHRONOLOGIQUE EST AINSI CONSERVE). RECREE A CHAQUE RUN.
           SELECT CERAVW ASSIGN TO DDCERAVW
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AVW-CLE
           FILE STATUS IS CERAVW-FS.

      *    VEHICULES ASSURES PAR POLICE (TENU PAR ACCESS3). FICHIER
      *    OPTIONNEL : UNE POLICE SANS VEHICULE EN FICHIER EST
      *    MONO-VEHICULE ET DECRITE PAR SA FICHE KSDASS.
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEH-CLE
           FILE STATUS IS VEHASS-FS.

      *    ATTESTATIONS EDITEES : UN DOCUMENT PAR POLICE EN VIGUEUR
           SELECT CERIMP ASSIGN TO DDCERIMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CERIMP-FS.

      *    PAGE DES EXCEPTIONS : POLICES SANS ATTESTATION
           SELECT CEREXC ASSIGN TO DDCEREXC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CEREXC-FS.
       DATA DIVISION.
       FILE SECTION.
      *    COL 1-6   : PREMIER MATRICULE DU SEGMENT (BLANC = DEBUT)
      *    COL 7-12  : DERNIER MATRICULE DU SEGMENT (BLANC/ZERO = FIN)
      *    COL 13-16 : EXERCICE AAAA (BLANC = ANNEE EN COURS)
       FD  CERPAR.
       01  CERPAR-ENR.
           05 CEP-MAT-DEBUT   PIC 9(6).
           05 CEP-MAT-FIN     PIC 9(6).
           05 CEP-EXERCICE    PIC 9(4).
           05 FILLER          PIC X(64).

       FD  HISTASS.
           COPY HISTASS.

       FD  CERAVW.
       01  CERAVW-REC.
           05 AVW-CLE.
              10 AVW-MATRICULE         PIC 9(6).
              10 AVW-ORDRE             PIC 9(7).
           05 AVW-DATE-EFFET           PIC 9(8).
           05 AVW-ANCIEN-PRIME         PIC 9(4)V99.
           05 AVW-ANCIEN-TAUX          PIC 99.
           05 AVW-ANCIEN-BONUS-MALUS   PIC X.
           05 AVW-NOUVEAU-PRIME        PIC 9(4)V99.
           05 AVW-NOUVEAU-TAUX         PIC 99.
           05 AVW-NOUVEAU-BONUS-MALUS  PIC X.

       FD  VEHASS.
       COPY VEHASS.

       FD  CERIMP.
       01  CERIMP-LIGNE PIC X(80).

       FD  CEREXC.
       01  CEREXC-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  CERPAR-FS   PIC 99 VALUE ZEROES.
       01  HISTASS-FS  PIC 99 VALUE ZEROES.
       01  CERAVW-FS   PIC 99 VALUE ZEROES.
       01  VEHASS-FS   PIC 99 VALUE ZEROES.
       01  CERIMP-FS   PIC 99 VALUE ZEROES.
       01  CEREXC-FS   PIC 99 VALUE ZEROES.

      *    BORNES RETENUES DU SEGMENT (BORNE FIN A BLANC OU ZERO DANS
      *    LA CARTE = FIN DE PORTEFEUILLE) ET EXERCICE EDITE
       01  CER-MAT-DEBUT       PIC 9(6) VALUE ZEROES.
       01  CER-MAT-FIN         PIC 9(6) VALUE 999999.
       01  CER-EXERCICE        PIC 9(4).

      *    DATE DU JOUR (EXERCICE PAR DEFAUT, DATE D'EDITION)
       01  DATE-JOUR.
           05 DJ-ANNEE        PIC 9(4).
           05 DJ-MOIS         PIC 9(2).
           05 DJ-JOUR         PIC 9(2).

      *    PERIODE DE COUVERTURE : DATE D'EFFET DE LA POLICE CONVERTIE
      *    DU JULIEN AAAAQQQ EN AAAAMMJJ, PUIS ANNIVERSAIRES DE
      *    L'EXERCICE ET DE L'EXERCICE SUIVANT
       01  DATE-EFFET-GREG     PIC 9(8).
       01  DATE-EFFET-GREG-R REDEFINES DATE-EFFET-GREG.
           05 DEG-ANNEE       PIC 9(4).
           05 DEG-MMJJ        PIC 9(4).
       01  ANNEE-ANNIV         PIC 9(4).
       01  DATE-ANNIV          PIC 9(8).
       01  DATE-ANNIV-R REDEFINES DATE-ANNIV.
           05 DA-ANNEE        PIC 9(4).
           05 DA-MMJJ         PIC 9(4).
       01  DEBUT-COUVERTURE    PIC 9(8).
       01  FIN-COUVERTURE      PIC 9(8).

      *    DATE AAAAMMJJ A EDITER EN JJ/MM/AAAA
       01  DATE-A-EDITER       PIC 9(8).
       01  DATE-A-EDITER-R REDEFINES DATE-A-EDITER.
           05 DAE-ANNEE       PIC 9(4).
           05 DAE-MOIS        PIC 9(2).
           05 DAE-JOUR        PIC 9(2).
       01  DATE-EDITEE.
           05 DED-JOUR        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 DED-MOIS        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 DED-ANNEE       PIC 9(4).

      *    RAISON POUR LAQUELLE LA POLICE COURANTE N'A PAS
      *    D'ATTESTATION (BLANC = ATTESTATION A EDITER)
       01  RAISON-EXCEPTION    PIC X(34).

      *    NUMERO D'ORDRE DES AVENANTS CHARGES (CLE DU FICHIER DE
      *    TRAVAIL)
       01  ORDRE-AVENANT       PIC 9(7) VALUE ZEROES.

      *    LIBELLE DU TYPE DE VEHICULE A EDITER
       01  TYPE-A-EDITER       PIC X.
       01  LIBELLE-TYPE        PIC X(18).

      *    SEPARATEUR ET LIGNES DE L'ATTESTATION
       01  LIGNE-SEPARATION    PIC X(80) VALUE ALL '='.

       01  LIGNE-TITRE.
           05 FILLER          PIC X(46)
              VALUE 'ATTESTATION D''ASSURANCE AUTOMOBILE - EXERCICE '.
           05 TIT-EXERCICE    PIC 9(4).
           05 FILLER          PIC X(12) VALUE '   EDITE LE '.
           05 TIT-DATE        PIC X(10).
           05 FILLER          PIC X(8) VALUE SPACES.

       01  LIGNE-RUBRIQUE.
           05 RUB-LIBELLE     PIC X(24).
           05 RUB-VALEUR      PIC X(56).

       01  VALEUR-VILLE.
           05 VV-CODE-POSTAL  PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 VV-VILLE        PIC X(12).

       01  VALEUR-PERIODE.
           05 FILLER          PIC X(3) VALUE 'DU '.
           05 VP-DEBUT        PIC X(10).
           05 FILLER          PIC X(4) VALUE ' AU '.
           05 VP-FIN          PIC X(10).
           05 FILLER          PIC X(13) VALUE ' INCLUS'.

       01  VALEUR-PRIME.
           05 VPR-PRIME       PIC ZZZ9.99.
           05 FILLER          PIC X(4) VALUE ' EUR'.

       01  LIGNE-TITRES-VEH.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(4) VALUE 'NO'.
           05 FILLER          PIC X(12) VALUE 'IMMAT.'.
           05 FILLER          PIC X(20) VALUE 'TYPE DE VEHICULE'.
           05 FILLER          PIC X(40) VALUE 'PRIME'.

       01  LIGNE-VEH.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 VEH-ED-SEQ      PIC 99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 VEH-ED-IMMAT    PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 VEH-ED-TYPE     PIC X(18).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 VEH-ED-PRIME    PIC ZZZ9.99.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  LIGNE-AVN.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(9) VALUE 'EFFET DU '.
           05 AVN-DATE        PIC X(10).
           05 FILLER          PIC X(8) VALUE '  PRIME '.
           05 AVN-ANC-PRIME   PIC ZZZ9.99.
           05 FILLER          PIC X(4) VALUE ' -> '.
           05 AVN-NOUV-PRIME  PIC ZZZ9.99.
           05 FILLER          PIC X(5) VALUE '  BM '.
           05 AVN-ANC-BM      PIC X.
           05 FILLER          PIC X(4) VALUE ' -> '.
           05 AVN-NOUV-BM     PIC X.
           05 FILLER          PIC X(20) VALUE SPACES.

      *    LIGNES DE LA PAGE DES EXCEPTIONS
       01  LIGNE-EXC-TITRE.
           05 FILLER          PIC X(49)
              VALUE 'POLICES SANS ATTESTATION D''ASSURANCE - EXERCICE '.
           05 EXT-EXERCICE    PIC 9(4).
           05 FILLER          PIC X(27) VALUE SPACES.

       01  LIGNE-EXC.
           05 EXC-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1).
           05 EXC-NOM-PRENOM  PIC X(20).
           05 FILLER          PIC X(1).
           05 EXC-VILLE       PIC X(12).
           05 FILLER          PIC X(1).
           05 EXC-RAISON      PIC X(34).
           05 FILLER          PIC X(5).

       01  LIGNE-TOT.
           05 TOT-LIBELLE     PIC X(40).
           05 TOT-NB          PIC ZZZZZ9.
           05 FILLER          PIC X(34).

      *    ZONE ACCESSEUR (IDENTIQUE A CELLE DE PROJ3 / ACCESS3 ; LA
      *    DATE D'EFFET DE LA POLICE EST NOMMEE ICI)
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
              10 ZDATE-EFFET-POLICE PIC 9(7).
           05 ZCODE-RET PIC 99.
           05 ZLIBERR PIC X(50).

      *    VEHICULES DE LA POLICE COURANTE
       COPY VEHTAB.

       01  IND-FIN-VEH         PIC X VALUE 'N'.
           88 FIN-VEH              VALUE 'O'.
           88 NON-FIN-VEH          VALUE 'N'.

       01  IND-FIN-AVW         PIC X VALUE 'N'.
           88 FIN-AVW              VALUE 'O'.
           88 NON-FIN-AVW          VALUE 'N'.

      *    INDICATEUR DE FIN DE L'HISTORIQUE
       01                          PIC X VALUE SPACES.
           88 FIN-HIST              VALUE 'Y'.

      *    INDICATEUR DE FIN DE PARCOURS DU SEGMENT
       01                          PIC X VALUE 'N'.
           88 FIN-SEGMENT               VALUE 'O'.

       01  COMPTEURS.
           05 CPT-AVN-LUS       PIC 9(7) VALUE ZEROES.
           05 CPT-AVN-CHARGES   PIC 9(7) VALUE ZEROES.
           05 CPT-ASS-LUS       PIC 9(7) VALUE ZEROES.
           05 CPT-ATTESTATIONS  PIC 9(7) VALUE ZEROES.
           05 CPT-SUSPENDUS     PIC 9(7) VALUE ZEROES.
           05 CPT-NON-DATES     PIC 9(7) VALUE ZEROES.
           05 CPT-NON-EN-VIGUEUR PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE
           PERFORM CHARGER-AVENANTS
           PERFORM ECRIRE-ENTETE-EXCEPTIONS

           MOVE 'Q' TO ZCODE-FONC
           MOVE CER-MAT-DEBUT TO ZMATRICULE
           PERFORM UNTIL FIN-SEGMENT
              PERFORM PROCHAIN-ASSURE
              IF NOT FIN-SEGMENT
                 PERFORM TRAITER-ASSURE
              END-IF
           END-PERFORM

           PERFORM EDITION-TOTAUX
           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT CERPAR
           IF CERPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CERPAR, FS : ' CERPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT HISTASS
           IF HISTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN HISTASS, FS : ' HISTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CERAVW
           IF CERAVW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CERAVW, FS : ' CERAVW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE CERAVW
           OPEN I-O CERAVW
           IF CERAVW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CERAVW, FS : ' CERAVW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VEHASS
           IF VEHASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CERIMP
           IF CERIMP-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CERIMP, FS : ' CERIMP-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CEREXC
           IF CEREXC-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CEREXC, FS : ' CEREXC-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           .

      *    LECTURE DE LA CARTE PARAMETRE. BORNES ABSENTES OU NON
      *    NUMERIQUES = PORTEFEUILLE ENTIER ; EXERCICE ABSENT = ANNEE
      *    EN COURS.
       LIRE-PARAMETRE.
           MOVE DJ-ANNEE TO CER-EXERCICE
           READ CERPAR
           IF CERPAR-FS = ZEROES
              IF CEP-MAT-DEBUT NUMERIC
                 MOVE CEP-MAT-DEBUT TO CER-MAT-DEBUT
              END-IF
              IF CEP-MAT-FIN NUMERIC AND CEP-MAT-FIN NOT = ZEROES
                 MOVE CEP-MAT-FIN TO CER-MAT-FIN
              END-IF
              IF CEP-EXERCICE NUMERIC AND CEP-EXERCICE NOT = ZEROES
                 MOVE CEP-EXERCICE TO CER-EXERCICE
              END-IF
           END-IF
           DISPLAY 'ATTESTATIONS DU SEGMENT ' CER-MAT-DEBUT ' A '
                   CER-MAT-FIN ' EXERCICE ' CER-EXERCICE
           .

      *    CHARGEMENT DES AVENANTS DE L'EXERCICE DU SEGMENT DANS LE
      *    FICHIER DE TRAVAIL : HISTASS N'EST LU QU'UNE FOIS, CHAQUE
      *    POLICE RETROUVE ENSUITE LES SIENS PAR SA CLE
       CHARGER-AVENANTS.
           PERFORM LECTURE-AVENANT
           PERFORM UNTIL FIN-HIST
              IF HIST-DATE-EFFET(1:4) = CER-EXERCICE
                 AND HIST-MATRICULE NOT < CER-MAT-DEBUT
                 AND HIST-MATRICULE NOT > CER-MAT-FIN
                 PERFORM CHARGER-AVENANT
              END-IF
              PERFORM LECTURE-AVENANT
           END-PERFORM
           .

      *    LECTURE DE L'HISTORIQUE DES AVENANTS
       LECTURE-AVENANT.
           READ HISTASS
                AT END SET FIN-HIST TO TRUE
                NOT AT END ADD 1 TO CPT-AVN-LUS
           END-READ
           IF HISTASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ HISTASS, FS : ' HISTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       CHARGER-AVENANT.
           ADD 1 TO ORDRE-AVENANT
           MOVE HIST-MATRICULE TO AVW-MATRICULE
           MOVE ORDRE-AVENANT TO AVW-ORDRE
           MOVE HIST-DATE-EFFET TO AVW-DATE-EFFET
           MOVE HIST-ANCIEN-PRIME TO AVW-ANCIEN-PRIME
           MOVE HIST-ANCIEN-TAUX TO AVW-ANCIEN-TAUX
           MOVE HIST-ANCIEN-BONUS-MALUS TO AVW-ANCIEN-BONUS-MALUS
           MOVE HIST-NOUVEAU-PRIME TO AVW-NOUVEAU-PRIME
           MOVE HIST-NOUVEAU-TAUX TO AVW-NOUVEAU-TAUX
           MOVE HIST-NOUVEAU-BONUS-MALUS TO AVW-NOUVEAU-BONUS-MALUS
           WRITE CERAVW-REC
           IF CERAVW-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE CERAVW, FS : ' CERAVW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-AVN-CHARGES
           .

      *    DEMANDE LE PROCHAIN ASSURE DU SEGMENT A ACCESS3 (AUCUN
      *    APPEL DE MISE A JOUR ICI : LE PARCOURS RESTE OUVERT D'UN
      *    APPEL A L'AUTRE)
       PROCHAIN-ASSURE.
           CALL 'ACCESS3' USING ZASSURES
           EVALUATE TRUE
              WHEN ZCODE-RET = 3
                 SET FIN-SEGMENT TO TRUE
              WHEN ZCODE-RET NOT = ZEROES
                 DISPLAY 'ERREUR PARCOURS KSDASS : ' ZLIBERR
                 PERFORM FIN-ERREUR-GRAVE
              WHEN ZMATRICULE > CER-MAT-FIN
                 SET FIN-SEGMENT TO TRUE
              WHEN OTHER
                 ADD 1 TO CPT-ASS-LUS
           END-EVALUATE
           .

      *    UNE POLICE SUSPENDUE, SANS DATE D'EFFET OU PRISE APRES
      *    L'EXERCICE VA EN EXCEPTION ; LES AUTRES ONT LEUR ATTESTATION
       TRAITER-ASSURE.
           MOVE SPACES TO RAISON-EXCEPTION
           EVALUATE TRUE
              WHEN ZETAT-POLICE = 'U'
                 ADD 1 TO CPT-SUSPENDUS
                 MOVE 'POLICE SUSPENDUE' TO RAISON-EXCEPTION
              WHEN ZDATE-EFFET-POLICE NOT NUMERIC
                OR ZDATE-EFFET-POLICE = ZEROES
                 ADD 1 TO CPT-NON-DATES
                 MOVE 'DATE D''EFFET DE LA POLICE ABSENTE'
                    TO RAISON-EXCEPTION
              WHEN OTHER
                 PERFORM CALCULER-PERIODE
           END-EVALUATE
           IF RAISON-EXCEPTION = SPACES
              PERFORM CHARGER-VEHICULES
              PERFORM EDITER-ATTESTATION
           ELSE
              PERFORM ECRIRE-EXCEPTION
           END-IF
           .

      *    PERIODE DE COUVERTURE DE L'EXERCICE : DE L'ANNIVERSAIRE DE
      *    LA DATE D'EFFET DANS L'EXERCICE A LA VEILLE DE
      *    L'ANNIVERSAIRE SUIVANT. UNE POLICE PRISE AU COURS DE
      *    L'EXERCICE COMMENCE A SA DATE D'EFFET, QUI EST ALORS SON
      *    ANNIVERSAIRE.
       CALCULER-PERIODE.
           COMPUTE DATE-EFFET-GREG = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DAY(ZDATE-EFFET-POLICE))
           IF DEG-ANNEE > CER-EXERCICE
              ADD 1 TO CPT-NON-EN-VIGUEUR
              MOVE 'POLICE NON EN VIGUEUR SUR L''EXERCICE'
                 TO RAISON-EXCEPTION
           ELSE
              MOVE CER-EXERCICE TO ANNEE-ANNIV
              PERFORM CALCULER-ANNIVERSAIRE
              MOVE DATE-ANNIV TO DEBUT-COUVERTURE
              ADD 1 TO ANNEE-ANNIV
              PERFORM CALCULER-ANNIVERSAIRE
              COMPUTE FIN-COUVERTURE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(DATE-ANNIV) - 1)
           END-IF
           .

      *    ANNIVERSAIRE DE LA DATE D'EFFET DANS L'ANNEE ANNEE-ANNIV.
      *    UNE POLICE PRISE UN 29 FEVRIER A SON ANNIVERSAIRE LE
      *    1ER MARS LES ANNEES NON BISSEXTILES.
       CALCULER-ANNIVERSAIRE.
           MOVE ANNEE-ANNIV TO DA-ANNEE
           MOVE DEG-MMJJ TO DA-MMJJ
           IF DA-MMJJ = 0229
              IF FUNCTION MOD(ANNEE-ANNIV, 4) NOT = ZEROES
                 OR (FUNCTION MOD(ANNEE-ANNIV, 100) = ZEROES
                     AND FUNCTION MOD(ANNEE-ANNIV, 400) NOT = ZEROES)
                 MOVE 0301 TO DA-MMJJ
              END-IF
           END-IF
           .

      *    VEHICULES DE LA POLICE COURANTE. SANS ENREGISTREMENT VEHASS,
      *    LA POLICE EST MONO-VEHICULE : UN SEUL POSTE REPRIS DE LA
      *    FICHE KSDASS (MEME REGLE QUE LISTASS).
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

      *    DOCUMENT D'UNE POLICE EN VIGUEUR : ENTETE, ASSURE, PERIODE,
      *    CLASSE ET PRIME, VEHICULES, PUIS AVENANTS DE L'EXERCICE
       EDITER-ATTESTATION.
           ADD 1 TO CPT-ATTESTATIONS
           WRITE CERIMP-LIGNE FROM LIGNE-SEPARATION
           MOVE CER-EXERCICE TO TIT-EXERCICE
           MOVE DATE-JOUR TO DATE-A-EDITER
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO TIT-DATE
           WRITE CERIMP-LIGNE FROM LIGNE-TITRE
           WRITE CERIMP-LIGNE FROM LIGNE-SEPARATION

           MOVE 'POLICE NO' TO RUB-LIBELLE
           MOVE ZMATRICULE TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           MOVE 'ASSURE' TO RUB-LIBELLE
           MOVE ZNOM-PRENOM TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           MOVE 'ADRESSE' TO RUB-LIBELLE
           MOVE ZRUE-ADRESSE TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           MOVE SPACES TO RUB-LIBELLE
           MOVE ZCODE-POSTAL TO VV-CODE-POSTAL
           MOVE ZVILLE TO VV-VILLE
           MOVE VALEUR-VILLE TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE

           MOVE 'PERIODE DE COUVERTURE' TO RUB-LIBELLE
           MOVE DEBUT-COUVERTURE TO DATE-A-EDITER
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO VP-DEBUT
           MOVE FIN-COUVERTURE TO DATE-A-EDITER
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO VP-FIN
           MOVE VALEUR-PERIODE TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           MOVE 'CLASSE BONUS-MALUS' TO RUB-LIBELLE
           MOVE ZBONUS-MALUS TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           MOVE 'PRIME ANNUELLE TARIFEE' TO RUB-LIBELLE
           MOVE ZPRIME TO VPR-PRIME
           MOVE VALEUR-PRIME TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE

           MOVE SPACES TO CERIMP-LIGNE
           WRITE CERIMP-LIGNE
           MOVE 'VEHICULES ASSURES' TO RUB-LIBELLE
           MOVE SPACES TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           WRITE CERIMP-LIGNE FROM LIGNE-TITRES-VEH
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              PERFORM EDITER-VEHICULE
           END-PERFORM

           MOVE SPACES TO CERIMP-LIGNE
           WRITE CERIMP-LIGNE
           MOVE 'AVENANTS DE L''EXERCICE' TO RUB-LIBELLE
           MOVE SPACES TO RUB-VALEUR
           WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           PERFORM EDITER-AVENANTS
           MOVE SPACES TO CERIMP-LIGNE
           WRITE CERIMP-LIGNE
           .

      *    LIGNE D'UN VEHICULE DE LA POLICE
       EDITER-VEHICULE.
           MOVE TVH-SEQ(IX-TVC) TO VEH-ED-SEQ
           MOVE TVH-IMMAT(IX-TVC) TO VEH-ED-IMMAT
           MOVE TVH-TYPE(IX-TVC) TO TYPE-A-EDITER
           PERFORM LIBELLER-TYPE
           MOVE LIBELLE-TYPE TO VEH-ED-TYPE
           MOVE TVH-PRIME(IX-TVC) TO VEH-ED-PRIME
           WRITE CERIMP-LIGNE FROM LIGNE-VEH
           .

      *    LIBELLE DU TYPE DE VEHICULE (MEMES LIBELLES QUE LISTASS)
       LIBELLER-TYPE.
           EVALUATE TYPE-A-EDITER
              WHEN '1'
                 MOVE '1 - TOURISME' TO LIBELLE-TYPE
              WHEN '2'
                 MOVE '2 - UTILITAIRE' TO LIBELLE-TYPE
              WHEN '3'
                 MOVE '3 - DEUX-ROUES' TO LIBELLE-TYPE
              WHEN OTHER
                 MOVE 'TYPE HORS BAREME' TO LIBELLE-TYPE
                 MOVE TYPE-A-EDITER TO LIBELLE-TYPE(18:1)
           END-EVALUATE
           .

      *    AVENANTS DE L'EXERCICE DE LA POLICE, EN ORDRE CHRONOLOGIQUE
       EDITER-AVENANTS.
           MOVE ZMATRICULE TO AVW-MATRICULE
           MOVE ZEROES TO AVW-ORDRE
           SET NON-FIN-AVW TO TRUE
           START CERAVW KEY IS NOT LESS THAN AVW-CLE
              INVALID KEY
                 SET FIN-AVW TO TRUE
           END-START
           IF NON-FIN-AVW
              PERFORM LIRE-AVENANT-POLICE
           END-IF
           IF FIN-AVW
              MOVE SPACES TO RUB-LIBELLE
              MOVE 'AUCUN AVENANT SUR L''EXERCICE' TO RUB-VALEUR
              WRITE CERIMP-LIGNE FROM LIGNE-RUBRIQUE
           END-IF
           PERFORM UNTIL FIN-AVW
              MOVE AVW-DATE-EFFET TO DATE-A-EDITER
              PERFORM EDITER-DATE
              MOVE DATE-EDITEE TO AVN-DATE
              MOVE AVW-ANCIEN-PRIME TO AVN-ANC-PRIME
              MOVE AVW-NOUVEAU-PRIME TO AVN-NOUV-PRIME
              MOVE AVW-ANCIEN-BONUS-MALUS TO AVN-ANC-BM
              MOVE AVW-NOUVEAU-BONUS-MALUS TO AVN-NOUV-BM
              WRITE CERIMP-LIGNE FROM LIGNE-AVN
              PERFORM LIRE-AVENANT-POLICE
           END-PERFORM
           .

      *    AVENANT SUIVANT DU FICHIER DE TRAVAIL ; LE CHANGEMENT DE
      *    MATRICULE TERMINE LA LISTE DE LA POLICE
       LIRE-AVENANT-POLICE.
           READ CERAVW NEXT RECORD
              AT END
                 SET FIN-AVW TO TRUE
           END-READ
           IF NON-FIN-AVW AND CERAVW-FS NOT = ZEROES
              DISPLAY 'ERREUR READ CERAVW, FS : ' CERAVW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-AVW AND AVW-MATRICULE NOT = ZMATRICULE
              SET FIN-AVW TO TRUE
           END-IF
           .

      *    DATE-A-EDITER (AAAAMMJJ) MISE EN FORME JJ/MM/AAAA
       EDITER-DATE.
           MOVE DAE-JOUR TO DED-JOUR
           MOVE DAE-MOIS TO DED-MOIS
           MOVE DAE-ANNEE TO DED-ANNEE
           .

      *    ENTETE DE LA PAGE DES EXCEPTIONS
       ECRIRE-ENTETE-EXCEPTIONS.
           MOVE CER-EXERCICE TO EXT-EXERCICE
           WRITE CEREXC-LIGNE FROM LIGNE-EXC-TITRE
           MOVE SPACES TO CEREXC-LIGNE
           WRITE CEREXC-LIGNE
           .

      *    LIGNE D'UNE POLICE SANS ATTESTATION
       ECRIRE-EXCEPTION.
           MOVE SPACES TO LIGNE-EXC
           MOVE ZMATRICULE TO EXC-MATRICULE
           MOVE ZNOM-PRENOM TO EXC-NOM-PRENOM
           MOVE ZVILLE TO EXC-VILLE
           MOVE RAISON-EXCEPTION TO EXC-RAISON
           WRITE CEREXC-LIGNE FROM LIGNE-EXC
           .

      *    TOTAUX EN PIED DE LA PAGE DES EXCEPTIONS
       EDITION-TOTAUX.
           MOVE SPACES TO CEREXC-LIGNE
           WRITE CEREXC-LIGNE
           MOVE SPACES TO LIGNE-TOT
           MOVE 'POLICES DU SEGMENT ......................' TO
              TOT-LIBELLE
           MOVE CPT-ASS-LUS TO TOT-NB
           WRITE CEREXC-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'ATTESTATIONS EDITEES ....................' TO
              TOT-LIBELLE
           MOVE CPT-ATTESTATIONS TO TOT-NB
           WRITE CEREXC-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'POLICES SUSPENDUES ......................' TO
              TOT-LIBELLE
           MOVE CPT-SUSPENDUS TO TOT-NB
           WRITE CEREXC-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'POLICES SANS DATE D''EFFET ...............' TO
              TOT-LIBELLE
           MOVE CPT-NON-DATES TO TOT-NB
           WRITE CEREXC-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'POLICES NON EN VIGUEUR SUR L''EXERCICE ..' TO
              TOT-LIBELLE
           MOVE CPT-NON-EN-VIGUEUR TO TOT-NB
           WRITE CEREXC-LIGNE FROM LIGNE-TOT
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           CLOSE CERPAR
           CLOSE HISTASS
           CLOSE CERAVW
           CLOSE VEHASS
           CLOSE CERIMP
           CLOSE CEREXC
           DISPLAY 'AVENANTS LUS        : ' CPT-AVN-LUS
           DISPLAY 'AVENANTS EXERCICE   : ' CPT-AVN-CHARGES
           DISPLAY 'POLICES DU SEGMENT  : ' CPT-ASS-LUS
           DISPLAY 'ATTESTATIONS        : ' CPT-ATTESTATIONS
           DISPLAY 'POLICES SUSPENDUES  : ' CPT-SUSPENDUS
           DISPLAY 'POLICES SANS DATE   : ' CPT-NON-DATES
           DISPLAY 'NON EN VIGUEUR      : ' CPT-NON-EN-VIGUEUR
            STOP RUN
           .
