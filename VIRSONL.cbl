      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: TRANSACTION EN LIGNE DE CONSULTATION DU SUIVI D'UN
      *          VIREMENT ("OU EN EST MON VIREMENT ?"). LE CHARGE DE
      *          CLIENTELE SAISIT L'IDENTITE DU MOUVEMENT (CLIENT ET
      *          COMPTE A DEBITER, DATE ET NUMERO DE DEMANDE) ET OBTIENT
      *          SUR UN SEUL ECRAN SON ETAT COURANT ET L'HISTORIQUE DE
      *          SES ETATS (RECU, ENTREPOT, RETENU CONFORMITE, REJET,
      *          CORRECTION, RECYCLAGE, EMISSION, REGLEMENT INTERNE,
      *          ACQUITTEMENT, NACK, REVUE MANUELLE), TELS QUE LES
      *          ETAPES BATCH DE LA CHAINE LES ONT PORTES DANS LE
      *          FICHIER DE SUIVI VIRSUI
      *          (VOIR VIRSUI.CPY). CONSULTATION SEULE : VIRSUI N'EST
      *          MIS A JOUR QUE PAR L'ACCESSEUR BATCH ACCESSEUR-SUI.
      *          VIRSUI EST UN FICHIER CICS (DEFINI DANS LE FCT) : LA
      *          LECTURE PASSE PAR EXEC CICS READ, COMME POUR KSDASS
      *          DANS ACCSONL. L'ECRAN PORTE LES 21 DERNIERS
      *          EVENEMENTS ; L'HISTORIQUE COMPLET SE LIT SUR LE RELEVE
      *          BATCH SUIEDT.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRSONL.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *    ZONE DE SAISIE TRANSMISE PAR LE TERMINAL
      *    COL 1-2   : CLIENT A DEBITER (NUMCLID)
      *    COL 3-4   : COMPTE A DEBITER (NUMCPTD)
      *    COL 5-12  : DATE DE LA DEMANDE AAAAMMJJ (DATECH)
      *    COL 13-14 : NUMERO DE LA DEMANDE (NUMDDE)
       01  LIGNE-SAISIE.
           05 LS-CLE.
              10 LS-NUMCLID         PIC 9(2).
              10 LS-NUMCPTD         PIC 9(2).
              10 LS-DATECH          PIC 9(8).
              10 LS-NUMDDE          PIC 9(2).
           05 FILLER                PIC X(66).
       01  LONG-SAISIE              PIC S9(4) COMP VALUE 80.

      *    ECRAN RENVOYE AU TERMINAL : 24 LIGNES DE 80 COLONNES.
      *    LIGNE 1 : IDENTITE ET ETAT COURANT (OU MESSAGE D'ERREUR),
      *    LIGNE 2 : HORODATAGE DE L'ETAT ET NOMBRE D'EVENEMENTS,
      *    LIGNE 3 : TITRES, LIGNES 4 A 24 : EVENEMENTS.
       01  ECRAN-REPONSE.
           05 ECR-LIGNE             PIC X(80) OCCURS 24.
       01  LONG-REPONSE             PIC S9(4) COMP VALUE 1920.

      *    NOMBRE DE LIGNES D'EVENEMENTS DE L'ECRAN
       01  CONST-LIGNES-EVT         PIC 99 VALUE 21.

      *    LIGNE 1 : IDENTITE DU MOUVEMENT ET ETAT COURANT
       01  LIGNE-IDENTITE.
           05 FILLER                PIC X(18)
              VALUE 'SUIVI DU VIREMENT '.
           05 LI-NUMCLID            PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LI-NUMCPTD            PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LI-DATECH             PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LI-NUMDDE             PIC 9(2).
           05 FILLER                PIC X(10) VALUE '   ETAT : '.
           05 LI-ETAT               PIC X(20).
           05 FILLER                PIC X(15) VALUE SPACES.

      *    LIGNE 2 : HORODATAGE DE L'ETAT COURANT, NOMBRE D'EVENEMENTS
       01  LIGNE-ETAT.
           05 FILLER                PIC X(10) VALUE 'DEPUIS LE '.
           05 LE-DATE               PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 LE-HEURE              PIC 9(6).
           05 FILLER                PIC X(3) VALUE ' - '.
           05 LE-NB-EVT             PIC Z9.
           05 FILLER                PIC X(12) VALUE ' EVENEMENTS '.
           05 LE-AVERTISSEMENT      PIC X(38).

      *    LIGNE 3 : TITRES DES COLONNES
       01  LIGNE-TITRES.
           05 FILLER                PIC X(16) VALUE 'DATE     HEURE  '.
           05 FILLER                PIC X(18) VALUE 'ETAT'.
           05 FILLER                PIC X(3)  VALUE 'CD'.
           05 FILLER                PIC X(43)
              VALUE 'REFERENCE / DETAIL'.

      *    LIGNE D'EVENEMENT
       01  LIGNE-EVT.
           05 LV-DATE               PIC 9(8).
           05 FILLER                PIC X(1).
           05 LV-HEURE              PIC 9(6).
           05 FILLER                PIC X(1).
           05 LV-ETAT               PIC X(17).
           05 FILLER                PIC X(1).
           05 LV-CODE               PIC Z9.
           05 FILLER                PIC X(1).
           05 LV-DETAIL             PIC X(43).

      *    LIBELLES DES ETATS DU SUIVI (VOIR VIRSUL.CPY)
       COPY VIRSUL.

      *    ZONE DE TRAVAIL VIRSUI (ENREGISTREMENT COMPLET, MEME
      *    DECOUPAGE QUE LE FD D'ACCESSEUR-SUI, VOIR VIRSUI.CPY)
       COPY VIRSUI.

      *    LIBELLE DE L'ETAT A EDITER (RESULTAT DE LA RECHERCHE DANS
      *    TABLE-ETATS-SUIVI)
       01  ETAT-RECHERCHE           PIC X.
       01  LIBELLE-ETAT             PIC X(20).

      *    PARCOURS DES EVENEMENTS A AFFICHER
       01  SUB-EVT                  PIC 99.
       01  SUB-PREMIER              PIC 99.
       01  SUB-LIGNE                PIC 99.

      *    CODE RETOUR DE LA LECTURE CICS
       01  RESP-CICS                PIC S9(8) COMP VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM RECEPTION-SAISIE
           PERFORM TRAITER-DEMANDE
           PERFORM EMISSION-REPONSE

           EXEC CICS
               RETURN
           END-EXEC
           .

      *    RECEPTION DE LA SAISIE DE L'OPERATEUR
       RECEPTION-SAISIE.
           MOVE SPACES TO LIGNE-SAISIE
           EXEC CICS
               RECEIVE INTO(LIGNE-SAISIE)
                       LENGTH(LONG-SAISIE)
               NOHANDLE
           END-EXEC
           .

      *    CONTROLE DE L'IDENTITE SAISIE AVANT SON UTILISATION COMME
      *    RIDFLD, PUIS LECTURE DU SUIVI ET CONSTRUCTION DE L'ECRAN
       TRAITER-DEMANDE.
           MOVE SPACES TO ECRAN-REPONSE
           IF LS-NUMCLID NOT NUMERIC OR LS-NUMCPTD NOT NUMERIC
              OR LS-DATECH NOT NUMERIC OR LS-NUMDDE NOT NUMERIC
              MOVE 'IDENTITE DU MOUVEMENT ABSENTE OU NON NUMERIQUE'
                 TO ECR-LIGNE(1)
           ELSE
              MOVE LS-CLE TO SUI-CLE
              EXEC CICS
                  READ DATASET('VIRSUI')
                       INTO(VIRSUI-REC)
                       RIDFLD(SUI-CLE)
                       RESP(RESP-CICS)
              END-EXEC
              EVALUATE RESP-CICS
                 WHEN DFHRESP(NORMAL)
                    PERFORM CONSTRUCTION-ECRAN
                 WHEN DFHRESP(NOTFND)
                    MOVE 'MOUVEMENT INCONNU DU SUIVI DES VIREMENTS'
                       TO ECR-LIGNE(1)
                 WHEN OTHER
                    MOVE 'ERREUR LECTURE VIRSUI' TO ECR-LIGNE(1)
              END-EVALUATE
           END-IF
           .

      *    ENTETE (IDENTITE, ETAT COURANT) PUIS EVENEMENTS EN ORDRE
      *    CHRONOLOGIQUE. AU DELA DE 21 EVENEMENTS, SEULS LES PLUS
      *    RECENTS TIENNENT A L'ECRAN : LA LIGNE 2 LE SIGNALE.
       CONSTRUCTION-ECRAN.
           MOVE SUI-NUMCLID TO LI-NUMCLID
           MOVE SUI-NUMCPTD TO LI-NUMCPTD
           MOVE SUI-DATECH TO LI-DATECH
           MOVE SUI-NUMDDE TO LI-NUMDDE
           MOVE SUI-ETAT TO ETAT-RECHERCHE
           PERFORM RECHERCHER-LIBELLE-ETAT
           MOVE LIBELLE-ETAT TO LI-ETAT
           MOVE LIGNE-IDENTITE TO ECR-LIGNE(1)
           MOVE SUI-DATE-ETAT TO LE-DATE
           MOVE SUI-HEURE-ETAT TO LE-HEURE
           MOVE SUI-NB-EVT TO LE-NB-EVT
           MOVE SPACES TO LE-AVERTISSEMENT
           IF SUI-NB-EVT > CONST-LIGNES-EVT
              COMPUTE SUB-PREMIER = SUI-NB-EVT - CONST-LIGNES-EVT + 1
              MOVE '(LES PLUS ANCIENS : RELEVE SUIEDT)'
                 TO LE-AVERTISSEMENT
           ELSE
              MOVE 1 TO SUB-PREMIER
           END-IF
           IF SUI-TRONQUE = 'O'
              MOVE '(HISTORIQUE TRONQUE, 30 DERNIERS)'
                 TO LE-AVERTISSEMENT
           END-IF
           MOVE LIGNE-ETAT TO ECR-LIGNE(2)
           MOVE LIGNE-TITRES TO ECR-LIGNE(3)
           MOVE 4 TO SUB-LIGNE
           PERFORM VARYING SUB-EVT FROM SUB-PREMIER BY 1
              UNTIL SUB-EVT > SUI-NB-EVT
              PERFORM CONSTRUCTION-LIGNE-EVT
              ADD 1 TO SUB-LIGNE
           END-PERFORM
           .

      *    LIGNE D'UN EVENEMENT : LA REFERENCE D'EMISSION, QUAND
      *    L'EVENEMENT EN PORTE UNE, PRECEDE LE LIBELLE
       CONSTRUCTION-LIGNE-EVT.
           MOVE SPACES TO LIGNE-EVT
           MOVE SUI-EVT-DATE(SUB-EVT) TO LV-DATE
           MOVE SUI-EVT-HEURE(SUB-EVT) TO LV-HEURE
           MOVE SUI-EVT-ETAT(SUB-EVT) TO ETAT-RECHERCHE
           PERFORM RECHERCHER-LIBELLE-ETAT
           MOVE LIBELLE-ETAT TO LV-ETAT
           IF SUI-EVT-CODE(SUB-EVT) NOT = ZEROES
              MOVE SUI-EVT-CODE(SUB-EVT) TO LV-CODE
           END-IF
           IF SUI-EVT-REFERENCE(SUB-EVT) = SPACES
              MOVE SUI-EVT-LIBELLE(SUB-EVT) TO LV-DETAIL
           ELSE
              MOVE SUI-EVT-REFERENCE(SUB-EVT) TO LV-DETAIL
              MOVE SUI-EVT-LIBELLE(SUB-EVT) TO LV-DETAIL(18:26)
           END-IF
           MOVE LIGNE-EVT TO ECR-LIGNE(SUB-LIGNE)
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

      *    ENVOI DE L'ECRAN AU TERMINAL
       EMISSION-REPONSE.
           EXEC CICS
               SEND TEXT FROM(ECRAN-REPONSE)
                         LENGTH(LONG-REPONSE)
                         ERASE
           END-EXEC
           .
