      ******************************************************************
      * Author:
      * Date:
      * Purpose: ACCESSEUR DU FICHIER DE SUIVI DES VIREMENTS (VIRSUI,
      *          VOIR VIRSUI.CPY), APPELE PAR LES ETAPES DE LA CHAINE
      *          QUI FONT AVANCER UN MOUVEMENT D'UN ETAT A L'AUTRE :
      *          VIR2 (RECU, ENTREPOT, REJET, EMISSION, REGLEMENT
      *          INTERNE, MISE EN ATTENTE PAR LE FILTRAGE SANCTIONS),
      *          VIRLIB (LIBERATION DE L'ENTREPOT), VIRSNL (LIBERATION
      *          OU REFUS PAR LA CONFORMITE), VIRACQ
      *          (ACQUITTEMENT, NACK) ET VIRRCY (CORRECTION, RECYCLAGE,
      *          REVUE MANUELLE). CHAQUE APPEL AJOUTE UN EVENEMENT
      *          HORODATE A L'HISTORIQUE DU MOUVEMENT ET EN FAIT SON
      *          ETAT COURANT ; LE PREMIER EVENEMENT CREE
      *          L'ENREGISTREMENT. LE FICHIER RESTE OUVERT ENTRE LES
      *          APPELS (MEME MECANIQUE QU'ACCESSEUR-BAC) ET EST FERME
      *          PAR LA FONCTION 'F' EN FIN DE RUN. LE SUIVI EST UNE
      *          INFORMATION : UN INCIDENT SUR LE FICHIER EST SIGNALE A
      *          L'APPELANT (Z-CODE-ERR) MAIS NE DOIT PAS ARRETER LE
      *          TRAITEMENT DES PAIEMENTS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSEUR-SUI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DU FICHIER DE SUIVI DES VIREMENTS (CREE AU
      *    PREMIER LANCEMENT DE LA CHAINE)
           SELECT OPTIONAL VIRSUI ASSIGN TO DDVIRSUI
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SUI-CLE
           FILE STATUS IS VIRSUI-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DU FICHIER DE SUIVI (DECOUPAGE
      *    PARTAGE AVEC VIRSONL ET SUIEDT, VOIR VIRSUI.CPY)
       FD  VIRSUI.
           COPY VIRSUI.

       WORKING-STORAGE SECTION.

       01  VIRSUI-FS   PIC 99 VALUE ZEROES.

      *    NOMBRE MAXIMUM D'EVENEMENTS CONSERVES PAR MOUVEMENT (TAILLE
      *    DE SUI-EVT)
       01  CONST-MAX-EVT          PIC 99 VALUE 30.

      *    INDICES DE DECALAGE DE L'HISTORIQUE PLEIN
       01  SUB-EVT                PIC 99.
       01  SUB-SUIVANT            PIC 99.

      *    INDICATEUR D'OUVERTURE DU FICHIER DE SUIVI (RESTE OUVERT
      *    ENTRE LES APPELS DU RUN, FERME PAR LA FONCTION 'F')
       01  IND-FICHIER            PIC X VALUE 'N'.
           88 FICHIER-OUVERT          VALUE 'O'.
           88 FICHIER-FERME           VALUE 'N'.

      *    INDICATEUR D'EXISTENCE DE L'ENREGISTREMENT DU MOUVEMENT
       01  IND-EXISTE             PIC X VALUE 'N'.
           88 SUIVI-EXISTANT          VALUE 'O'.
           88 SUIVI-NOUVEAU           VALUE 'N'.

       LINKAGE SECTION.

      *    ZONE DE COMMUNICATION AVEC LES PROGRAMMES DE LA CHAINE (MEME
      *    DECOUPAGE QUE Z-SUIVI DANS CHAQUE APPELANT). CODES
      *    FONCTION :
      *      'A' AJOUT DE L'EVENEMENT ZS-ETAT A L'HISTORIQUE DU
      *          MOUVEMENT ZS-CLE (CODE, REFERENCE ET LIBELLE SELON
      *          L'ETAT, A ZERO/BLANC SINON)
      *      'R' RECEPTION DU MOUVEMENT : COMME 'A' AVEC L'ETAT 'R',
      *          SAUF SI LE MOUVEMENT EST DEJA A L'ETAT RECU (LIBERE
      *          DE L'ENTREPOT PAR VIRLIB PLUS TOT DANS LA CHAINE)
      *      'F' FERMETURE DU FICHIER DE SUIVI
      *    ZS-CODE-ERR : 0 OK, 1 INCIDENT FICHIER, 9 FONCTION ERRONEE
       01  Z-SUIVI.
           05 ZS-CODE-FUNC                   PIC X.
           05 ZS-CLE.
              10 ZS-NUMCLID                  PIC 9(2).
              10 ZS-NUMCPTD                  PIC 9(2).
              10 ZS-DATECH                   PIC 9(8).
              10 ZS-NUMDDE                   PIC 9(2).
           05 ZS-ETAT                        PIC X.
           05 ZS-PROGRAMME                   PIC X(8).
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

       PROCEDURE DIVISION USING Z-SUIVI.

           MOVE ZEROES TO ZS-CODE-ERR
           IF ZS-CODE-FUNC = 'F'
              PERFORM FERMETURE
              GOBACK
           END-IF
           PERFORM OUVERTURE
           IF ZS-CODE-ERR = ZEROES
              EVALUATE ZS-CODE-FUNC
                 WHEN 'A'
                    PERFORM AJOUTER-EVENEMENT
                 WHEN 'R'
                    MOVE 'R' TO ZS-ETAT
                    PERFORM AJOUTER-EVENEMENT
                 WHEN OTHER
                    MOVE 9 TO ZS-CODE-ERR
                    DISPLAY 'ACCESSEUR-SUI : CODE FONCTION ERRONE '
                            ZS-CODE-FUNC
              END-EVALUATE
           END-IF
           GOBACK
           .

      *    OUVERTURE DU FICHIER DE SUIVI AU PREMIER APPEL DU RUN
       OUVERTURE.
           IF FICHIER-FERME
              OPEN I-O VIRSUI
              IF VIRSUI-FS NOT = ZEROES AND 05
                 DISPLAY 'ERREUR OPEN VIRSUI, FS : ' VIRSUI-FS
                 MOVE 1 TO ZS-CODE-ERR
              ELSE
                 SET FICHIER-OUVERT TO TRUE
              END-IF
           END-IF
           .

      *    LECTURE DU SUIVI DU MOUVEMENT, AJOUT DE L'EVENEMENT ET
      *    ECRITURE (CREATION AU PREMIER EVENEMENT, REECRITURE
      *    ENSUITE)
       AJOUTER-EVENEMENT.
           MOVE ZS-CLE TO SUI-CLE
           READ VIRSUI
           EVALUATE VIRSUI-FS
              WHEN '00'
                 SET SUIVI-EXISTANT TO TRUE
              WHEN '23'
                 SET SUIVI-NOUVEAU TO TRUE
                 PERFORM INITIALISER-SUIVI
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRSUI, FS : ' VIRSUI-FS
                 MOVE 1 TO ZS-CODE-ERR
           END-EVALUATE
           IF ZS-CODE-ERR = ZEROES
              IF ZS-CODE-FUNC = 'R' AND SUIVI-EXISTANT AND SUI-RECU
                 CONTINUE
              ELSE
                 PERFORM GARNIR-EVENEMENT
                 PERFORM ECRIRE-SUIVI
              END-IF
           END-IF
           .

      *    ENREGISTREMENT VIERGE D'UN MOUVEMENT PAS ENCORE SUIVI
       INITIALISER-SUIVI.
           MOVE SPACES TO VIRSUI-REC
           MOVE ZS-CLE TO SUI-CLE
           MOVE 'N' TO SUI-TRONQUE
           MOVE ZEROES TO SUI-NB-EVT SUI-DATE-ETAT SUI-HEURE-ETAT
           .

      *    AJOUT DE L'EVENEMENT EN FIN D'HISTORIQUE. HISTORIQUE PLEIN :
      *    LES EVENEMENTS SONT DECALES D'UN CRAN, LE PLUS ANCIEN EST
      *    ECARTE ET L'ENREGISTREMENT EST MARQUE TRONQUE.
       GARNIR-EVENEMENT.
           IF SUI-NB-EVT NOT < CONST-MAX-EVT
              PERFORM VARYING SUB-EVT FROM 1 BY 1
                 UNTIL SUB-EVT NOT < CONST-MAX-EVT
                 COMPUTE SUB-SUIVANT = SUB-EVT + 1
                 MOVE SUI-EVT(SUB-SUIVANT) TO SUI-EVT(SUB-EVT)
              END-PERFORM
              MOVE 'O' TO SUI-TRONQUE
           ELSE
              ADD 1 TO SUI-NB-EVT
           END-IF
           MOVE SUI-NB-EVT TO SUB-EVT
           MOVE ZS-ETAT TO SUI-EVT-ETAT(SUB-EVT)
           ACCEPT SUI-EVT-DATE(SUB-EVT) FROM DATE YYYYMMDD
           ACCEPT SUI-EVT-HEURE(SUB-EVT) FROM TIME
           MOVE ZS-PROGRAMME TO SUI-EVT-PROGRAMME(SUB-EVT)
           MOVE ZS-CODE TO SUI-EVT-CODE(SUB-EVT)
           MOVE ZS-REFERENCE TO SUI-EVT-REFERENCE(SUB-EVT)
           MOVE ZS-LIBELLE TO SUI-EVT-LIBELLE(SUB-EVT)
           MOVE ZS-ETAT TO SUI-ETAT
           MOVE SUI-EVT-DATE(SUB-EVT) TO SUI-DATE-ETAT
           MOVE SUI-EVT-HEURE(SUB-EVT) TO SUI-HEURE-ETAT
           .

      *    ECRITURE DE L'ENREGISTREMENT DU MOUVEMENT
       ECRIRE-SUIVI.
           IF SUIVI-NOUVEAU
              WRITE VIRSUI-REC
              IF VIRSUI-FS NOT = ZEROES
                 DISPLAY 'ERREUR WRITE VIRSUI, FS : ' VIRSUI-FS
                 MOVE 1 TO ZS-CODE-ERR
              END-IF
           ELSE
              REWRITE VIRSUI-REC
              IF VIRSUI-FS NOT = ZEROES
                 DISPLAY 'ERREUR REWRITE VIRSUI, FS : ' VIRSUI-FS
                 MOVE 1 TO ZS-CODE-ERR
              END-IF
           END-IF
           .

      *    FERMETURE DU FICHIER DE SUIVI EN FIN DE RUN
       FERMETURE.
           IF FICHIER-OUVERT
              CLOSE VIRSUI
              SET FICHIER-FERME TO TRUE
           END-IF
           .
