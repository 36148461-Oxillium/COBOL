      ******************************************************************
      * Author:
      * Date:
      * Purpose: RELEVE DE L'HISTORIQUE DES VIREMENTS SUR LE FICHIER DE
      *          SUIVI VIRSUI (VOIR VIRSUI.CPY). POUR CHAQUE MOUVEMENT
      *          RETENU, EDITE SON IDENTITE, SON ETAT COURANT ET LA
      *          SUITE DE SES EVENEMENTS (DATE, HEURE, ETAT, PROGRAMME
      *          DE LA CHAINE, CODE, REFERENCE ET LIBELLE), EN ORDRE
      *          CHRONOLOGIQUE. LA CARTE SUIPAR (FACULTATIVE) RESTREINT
      *          LE RELEVE : CLIENT, COMPTE, DATE ET NUMERO DE DEMANDE
      *          A ZERO OU A BLANC VALENT TOUS ; UN ETAT RENSEIGNE NE
      *          RETIENT QUE LES MOUVEMENTS DONT C'EST L'ETAT COURANT
      *          (EX. 'V' : MOUVEMENTS EN REVUE MANUELLE). SANS CARTE,
      *          TOUT LE FICHIER EST EDITE. COMPLETE LA CONSULTATION EN
      *          LIGNE VIRSONL, QUI N'AFFICHE QUE LES 21 DERNIERS
      *          EVENEMENTS D'UN MOUVEMENT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUIEDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DE LA CARTE DE SELECTION (FICHIER OPTIONNEL :
      *    ABSENTE, TOUS LES MOUVEMENTS SONT EDITES)
           SELECT OPTIONAL SUIPAR ASSIGN TO DDSUIPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SUIPAR-FS.

      *    DECLARATION DU FICHIER DE SUIVI DES VIREMENTS (FICHIER
      *    OPTIONNEL : ABSENT TANT QUE LA CHAINE N'A PAS TOURNE)
           SELECT OPTIONAL VIRSUI ASSIGN TO DDVIRSUI
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUI-CLE
           FILE STATUS IS VIRSUI-FS.

      *    DECLARATION DU RELEVE EDITE
           SELECT SUIREL ASSIGN TO DDSUIREL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SUIREL-FS.

       DATA DIVISION.
       FILE SECTION.

      *    CARTE DE SELECTION
      *    COL 1-2   : CLIENT A DEBITER     (ZERO/BLANC = TOUS)
      *    COL 3-4   : COMPTE A DEBITER     (ZERO/BLANC = TOUS)
      *    COL 5-12  : DATE DE LA DEMANDE   (ZERO/BLANC = TOUTES)
      *    COL 13-14 : NUMERO DE DEMANDE    (ZERO/BLANC = TOUS)
      *    COL 15    : ETAT COURANT         (BLANC = TOUS)
       FD  SUIPAR.
       01  SUIPAR-ENR.
           05 SP-NUMCLID      PIC X(2).
           05 SP-NUMCPTD      PIC X(2).
           05 SP-DATECH       PIC X(8).
           05 SP-NUMDDE       PIC X(2).
           05 SP-ETAT         PIC X.
           05 FILLER          PIC X(65).

      *    DECLARATION DU BUFFER DU FICHIER DE SUIVI
       FD  VIRSUI.
           COPY VIRSUI.

       FD  SUIREL.
       01  SUIREL-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.

       01  SUIPAR-FS   PIC 99 VALUE ZEROES.
       01  VIRSUI-FS   PIC 99 VALUE ZEROES.
       01  SUIREL-FS   PIC 99 VALUE ZEROES.

      *    LIBELLES DES ETATS DU SUIVI
       COPY VIRSUL.

      *    SELECTION RETENUE (ZERO OU BLANC : PAS DE SELECTION SUR LE
      *    CRITERE)
       01  SEL-NUMCLID         PIC 9(2) VALUE ZEROES.
       01  SEL-NUMCPTD         PIC 9(2) VALUE ZEROES.
       01  SEL-DATECH          PIC 9(8) VALUE ZEROES.
       01  SEL-NUMDDE          PIC 9(2) VALUE ZEROES.
       01  SEL-ETAT            PIC X VALUE SPACE.

      *    INDICATEUR DE RETENUE DU MOUVEMENT COURANT
       01  IND-RETENU          PIC X VALUE 'N'.
           88 MOUVEMENT-RETENU     VALUE 'O'.
           88 MOUVEMENT-ECARTE     VALUE 'N'.

      *    LIBELLE DE L'ETAT A EDITER
       01  ETAT-RECHERCHE      PIC X.
       01  LIBELLE-ETAT        PIC X(20).

      *    PARCOURS DE L'HISTORIQUE DU MOUVEMENT
       01  SUB-EVT             PIC 99.

      *    LIGNE D'ENTETE DU RELEVE
       01  LIGNE-TITRE.
           05 FILLER          PIC X(38)
              VALUE 'RELEVE DE L''HISTORIQUE DES VIREMENTS -'.
           05 FILLER          PIC X(13) VALUE ' SELECTION : '.
           05 TIT-SELECTION   PIC X(15).
           05 FILLER          PIC X(66) VALUE SPACES.

      *    LIGNE D'IDENTITE ET D'ETAT COURANT D'UN MOUVEMENT
       01  LIGNE-ENT.
           05 FILLER          PIC X(10) VALUE 'MOUVEMENT '.
           05 ENT-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ENT-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ENT-DATECH      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ENT-NUMDDE      PIC 9(2).
           05 FILLER          PIC X(16) VALUE '  ETAT COURANT '.
           05 ENT-ETAT        PIC X(20).
           05 FILLER          PIC X(9) VALUE ' DEPUIS '.
           05 ENT-DATE        PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ENT-HEURE       PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 ENT-NB-EVT      PIC Z9.
           05 FILLER          PIC X(12) VALUE ' EVENEMENTS '.
           05 ENT-TRONQUE     PIC X(29).

      *    LIGNE DE DETAIL D'UN EVENEMENT
       01  LIGNE-EVT.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 EVT-ED-DATE     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-HEURE    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-ETAT     PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-PROGRAMME PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-CODE     PIC ZZ.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-REFERENCE PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EVT-ED-LIBELLE  PIC X(50).
           05 FILLER          PIC X(12) VALUE SPACES.

      *    COMPTEURS
       01  CPT-LUS             PIC 9(6) VALUE ZEROES.
       01  CPT-EDITES          PIC 9(6) VALUE ZEROES.
       01  CPT-EVT-EDITES      PIC 9(7) VALUE ZEROES.
       01  CPT-TRONQUES        PIC 9(6) VALUE ZEROES.

      *    INDICATEUR DE FIN DU FICHIER DE SUIVI
       01                          PIC X VALUE SPACES.
           88 FIN-SUI               VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-SELECTION
           PERFORM ECRIRE-TITRE

           PERFORM LIRE-SUIVI-SUIVANT
           PERFORM UNTIL FIN-SUI
              PERFORM SELECTIONNER-MOUVEMENT
              IF MOUVEMENT-RETENU
                 PERFORM EDITER-MOUVEMENT
              END-IF
              PERFORM LIRE-SUIVI-SUIVANT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT SUIPAR
           IF SUIPAR-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SUIPAR, FS : ' SUIPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRSUI
           IF VIRSUI-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSUI, FS : ' VIRSUI-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE LOW-VALUES TO SUI-CLE
           START VIRSUI KEY IS NOT LESS THAN SUI-CLE
              INVALID KEY
                 SET FIN-SUI TO TRUE
           END-START
           OPEN OUTPUT SUIREL
           IF SUIREL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SUIREL, FS : ' SUIREL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DE SELECTION : CHAQUE CRITERE RENSEIGNE
      *    DOIT ETRE NUMERIQUE, L'ETAT DOIT ETRE UN ETAT CONNU
       LIRE-SELECTION.
           READ SUIPAR
                AT END MOVE SPACES TO SUIPAR-ENR
           END-READ
           IF SUIPAR-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SUIPAR, FS : ' SUIPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF SP-NUMCLID NOT = SPACES
              IF SP-NUMCLID NOT NUMERIC
                 DISPLAY 'CARTE SUIPAR INVALIDE (CLIENT) : '
                         SUIPAR-ENR(1:15)
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE SP-NUMCLID TO SEL-NUMCLID
           END-IF
           IF SP-NUMCPTD NOT = SPACES
              IF SP-NUMCPTD NOT NUMERIC
                 DISPLAY 'CARTE SUIPAR INVALIDE (COMPTE) : '
                         SUIPAR-ENR(1:15)
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE SP-NUMCPTD TO SEL-NUMCPTD
           END-IF
           IF SP-DATECH NOT = SPACES
              IF SP-DATECH NOT NUMERIC
                 DISPLAY 'CARTE SUIPAR INVALIDE (DATE) : '
                         SUIPAR-ENR(1:15)
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE SP-DATECH TO SEL-DATECH
           END-IF
           IF SP-NUMDDE NOT = SPACES
              IF SP-NUMDDE NOT NUMERIC
                 DISPLAY 'CARTE SUIPAR INVALIDE (DEMANDE) : '
                         SUIPAR-ENR(1:15)
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE SP-NUMDDE TO SEL-NUMDDE
           END-IF
           IF SP-ETAT NOT = SPACE
              MOVE SP-ETAT TO ETAT-RECHERCHE
              PERFORM RECHERCHER-LIBELLE-ETAT
              IF LIBELLE-ETAT(1:12) = 'ETAT INCONNU'
                 DISPLAY 'CARTE SUIPAR INVALIDE (ETAT) : '
                         SUIPAR-ENR(1:15)
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE SP-ETAT TO SEL-ETAT
           END-IF
           .

       ECRIRE-TITRE.
           MOVE SUIPAR-ENR(1:15) TO TIT-SELECTION
           IF TIT-SELECTION = SPACES
              MOVE 'TOUS MOUVEMENTS' TO TIT-SELECTION
           END-IF
           WRITE SUIREL-LIGNE FROM LIGNE-TITRE
           .

      *    LECTURE SEQUENTIELLE DU FICHIER DE SUIVI
       LIRE-SUIVI-SUIVANT.
           IF NOT FIN-SUI
              READ VIRSUI NEXT RECORD
                 AT END
                    SET FIN-SUI TO TRUE
              END-READ
              IF NOT FIN-SUI AND VIRSUI-FS NOT = ZEROES
                 DISPLAY 'ERREUR READ VIRSUI, FS : ' VIRSUI-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              IF NOT FIN-SUI
                 ADD 1 TO CPT-LUS
              END-IF
           END-IF
           .

      *    APPLICATION DES CRITERES DE LA CARTE AU MOUVEMENT COURANT
       SELECTIONNER-MOUVEMENT.
           SET MOUVEMENT-RETENU TO TRUE
           IF SEL-NUMCLID NOT = ZEROES
              AND SEL-NUMCLID NOT = SUI-NUMCLID
              SET MOUVEMENT-ECARTE TO TRUE
           END-IF
           IF SEL-NUMCPTD NOT = ZEROES
              AND SEL-NUMCPTD NOT = SUI-NUMCPTD
              SET MOUVEMENT-ECARTE TO TRUE
           END-IF
           IF SEL-DATECH NOT = ZEROES
              AND SEL-DATECH NOT = SUI-DATECH
              SET MOUVEMENT-ECARTE TO TRUE
           END-IF
           IF SEL-NUMDDE NOT = ZEROES
              AND SEL-NUMDDE NOT = SUI-NUMDDE
              SET MOUVEMENT-ECARTE TO TRUE
           END-IF
           IF SEL-ETAT NOT = SPACE AND SEL-ETAT NOT = SUI-ETAT
              SET MOUVEMENT-ECARTE TO TRUE
           END-IF
           .

      *    EDITION D'UN MOUVEMENT : IDENTITE ET ETAT COURANT, PUIS
      *    CHAQUE EVENEMENT DE L'HISTORIQUE
       EDITER-MOUVEMENT.
           ADD 1 TO CPT-EDITES
           MOVE SPACES TO SUIREL-LIGNE
           WRITE SUIREL-LIGNE
           MOVE SUI-NUMCLID TO ENT-NUMCLID
           MOVE SUI-NUMCPTD TO ENT-NUMCPTD
           MOVE SUI-DATECH TO ENT-DATECH
           MOVE SUI-NUMDDE TO ENT-NUMDDE
           MOVE SUI-ETAT TO ETAT-RECHERCHE
           PERFORM RECHERCHER-LIBELLE-ETAT
           MOVE LIBELLE-ETAT TO ENT-ETAT
           MOVE SUI-DATE-ETAT TO ENT-DATE
           MOVE SUI-HEURE-ETAT TO ENT-HEURE
           MOVE SUI-NB-EVT TO ENT-NB-EVT
           IF SUI-TRONQUE = 'O'
              ADD 1 TO CPT-TRONQUES
              MOVE '(PLUS ANCIENS ECARTES)' TO ENT-TRONQUE
           ELSE
              MOVE SPACES TO ENT-TRONQUE
           END-IF
           WRITE SUIREL-LIGNE FROM LIGNE-ENT
           PERFORM VARYING SUB-EVT FROM 1 BY 1
              UNTIL SUB-EVT > SUI-NB-EVT
              PERFORM EDITER-EVENEMENT
           END-PERFORM
           .

      *    LIGNE DE DETAIL D'UN EVENEMENT
       EDITER-EVENEMENT.
           ADD 1 TO CPT-EVT-EDITES
           MOVE SUI-EVT-DATE(SUB-EVT) TO EVT-ED-DATE
           MOVE SUI-EVT-HEURE(SUB-EVT) TO EVT-ED-HEURE
           MOVE SUI-EVT-ETAT(SUB-EVT) TO ETAT-RECHERCHE
           PERFORM RECHERCHER-LIBELLE-ETAT
           MOVE LIBELLE-ETAT TO EVT-ED-ETAT
           MOVE SUI-EVT-PROGRAMME(SUB-EVT) TO EVT-ED-PROGRAMME
           MOVE SUI-EVT-CODE(SUB-EVT) TO EVT-ED-CODE
           MOVE SUI-EVT-REFERENCE(SUB-EVT) TO EVT-ED-REFERENCE
           MOVE SUI-EVT-LIBELLE(SUB-EVT) TO EVT-ED-LIBELLE
           WRITE SUIREL-LIGNE FROM LIGNE-EVT
           .

      *    LIBELLE EN CLAIR DE L'ETAT ETAT-RECHERCHE
       RECHERCHER-LIBELLE-ETAT.
           SET IX-TES TO 1
           SEARCH TES-ENTRY
              AT END
                 MOVE 'ETAT INCONNU' TO LIBELLE-ETAT
                 MOVE ETAT-RECHERCHE TO LIBELLE-ETAT(14:1)
              WHEN TES-ETAT(IX-TES) = ETAT-RECHERCHE
                 MOVE TES-LIBELLE(IX-TES) TO LIBELLE-ETAT
           END-SEARCH
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           CLOSE SUIPAR
           CLOSE VIRSUI
           CLOSE SUIREL
           DISPLAY 'MOUVEMENTS LUS      : ' CPT-LUS
           DISPLAY 'MOUVEMENTS EDITES   : ' CPT-EDITES
           DISPLAY 'EVENEMENTS EDITES   : ' CPT-EVT-EDITES
           DISPLAY 'HISTORIQUES TRONQUES: ' CPT-TRONQUES
            STOP RUN
           .
