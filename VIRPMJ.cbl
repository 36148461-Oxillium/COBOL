      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE BATCH DES ORDRES DE VIREMENT PERMANENTS
      *          (VIRPER), SUR LE MODELE DE VIRLMJ POUR VIRLIM.
      *          APPLIQUE DES CARTES DE MOUVEMENT : CREATION D'UN ORDRE
      *          ('C'), MODIFICATION ('M', REMPLACE COMPTE A DEBITER,
      *          BENEFICIAIRE, DEVISE, MONTANT, PERIODICITE ET DATE DE
      *          FIN ; LA DATE DE DEBUT NE SE MODIFIE PLUS UNE FOIS
      *          L'ORDRE EXECUTE), SUSPENSION ('S'), REPRISE D'UN ORDRE
      *          SUSPENDU ('R') ET ANNULATION ('A', L'ORDRE EST CONSERVE
      *          A L'ETAT ANNULE POUR TRACE). LES MOUVEMENTS SONT
      *          GENERES CHAQUE JOUR PAR VIRPGN. CHAQUE CARTE EST
      *          CONTROLEE, CHAQUE REJET EDITE SUR L'ETAT DE CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRPMJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTES DE MOUVEMENT SUR LES ORDRES PERMANENTS
           SELECT PERMVT ASSIGN TO DDPERMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS PERMVT-FS.

      *    ORDRES DE VIREMENT PERMANENTS (CREE AU PREMIER LANCEMENT)
           SELECT OPTIONAL VIRPER ASSIGN TO DDVIRPER
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PER-NUMORD
           FILE STATUS IS VIRPER-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT PERCTL ASSIGN TO DDPERCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS PERCTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMVT.
       01  PERMVT-ENR.
           05 PM-CODE-MVT      PIC X.
           05 PM-NUMORD        PIC 9(6).
           05 PM-NUMCLID       PIC 9(2).
           05 PM-NUMCPTD       PIC 9(2).
           05 PM-NOMCLIC       PIC X(20).
           05 PM-NUMCPTC       PIC 9(2).
           05 PM-BICCRD        PIC X(11).
           05 PM-CODDEV        PIC X(3).
           05 PM-MONTANT       PIC 9(9)V9(2).
           05 PM-FREQUENCE     PIC X.
           05 PM-DATE-DEBUT    PIC 9(8).
           05 PM-DATE-FIN      PIC 9(8).
           05 FILLER           PIC X(5).

       FD  VIRPER.
           COPY VIRPER.

       FD  PERCTL.
       01  PERCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  PERMVT-FS   PIC 99 VALUE ZEROES.
       01  VIRPER-FS   PIC 99 VALUE ZEROES.
       01  PERCTL-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT DU RUN
       01  DATE-TRAITEMENT  PIC 9(8).

      *    ZONE DE COMMUNICATION AVEC SPDAT (MEME DECOUPAGE QUE DANS
      *    VIR2)
       01  ZCOM.
           05 ZDATE.
              10 ZANNEE                      PIC 9(4).
              10 ZMOIS                       PIC 9(2).
              10 ZJOUR                       PIC 9(2).
           05 ZCDRET                         PIC 9.
              88 ZCDRET-OK                   VALUE 0.
              88 ZCDRET-KO                   VALUE 1.
           05 ZDATE-EDIT                     PIC X(17).

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(29).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE-MVT    PIC X.
           05 FILLER          PIC X(1).
           05 REJ-NUMORD      PIC X(6).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(21).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-PERMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-M        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-S        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-R        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-A        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-PERMVT
           IF FIN-PERMVT
              DISPLAY 'ERREUR FICHIER PERMVT VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-PERMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-PERMVT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN INPUT PERMVT
           IF PERMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN PERMVT, FS : ' PERMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRPER
           IF VIRPER-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRPER, FS : ' VIRPER-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT PERCTL
           IF PERCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN PERCTL, FS : ' PERCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DES CARTES DE MOUVEMENT SUR LES ORDRES PERMANENTS
       READ-PERMVT.
           READ PERMVT
                AT END SET FIN-PERMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF PERMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ PERMVT, FS : ' PERMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE MOUVEMENT, NUMERO
      *    D'ORDRE, PUIS CONTENU DE L'ORDRE SUR UNE CREATION OU UNE
      *    MODIFICATION (LES AUTRES CARTES NE PORTENT QUE LE NUMERO)
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           IF PM-CODE-MVT NOT = 'C' AND 'M' AND 'S' AND 'R' AND 'A'
              MOVE 'CODE MOUVEMENT INVALIDE (C, M, S, R OU A ATTENDU)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF PM-NUMORD NOT NUMERIC OR PM-NUMORD = ZEROES
                 MOVE 'NUMERO D''ORDRE NON NUMERIQUE OU NUL'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              END-IF
           END-IF
           IF CARTE-VALIDE AND (PM-CODE-MVT = 'C' OR 'M')
              EVALUATE TRUE
                 WHEN PM-NUMCLID NOT NUMERIC OR PM-NUMCLID = ZEROES
                    OR PM-NUMCPTD NOT NUMERIC OR PM-NUMCPTD = ZEROES
                    MOVE 'COMPTE A DEBITER NON NUMERIQUE OU NUL'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN PM-NOMCLIC = SPACES
                    MOVE 'NOM DU BENEFICIAIRE NON RENSEIGNE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN PM-NUMCPTC NOT NUMERIC OR PM-BICCRD = SPACES
                    MOVE 'COMPTE OU BIC DU BENEFICIAIRE INCOMPLET'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN PM-CODDEV = SPACES
                    MOVE 'DEVISE NON RENSEIGNEE' TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN PM-MONTANT NOT NUMERIC OR PM-MONTANT = ZEROES
                    MOVE 'MONTANT NON NUMERIQUE OU NUL'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN PM-FREQUENCE NOT = 'H' AND 'M' AND 'T'
                    MOVE 'PERIODICITE INVALIDE (H, M OU T ATTENDU)'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
              END-EVALUATE
           END-IF
           IF CARTE-VALIDE AND (PM-CODE-MVT = 'C' OR 'M')
              PERFORM CONTROLE-DATES
           END-IF
           .

      *    DATE DE DEBUT VALIDE (SPDAT) ET NON DEPASSEE SUR UNE
      *    CREATION (UNE ECHEANCE PASSEE SERAIT EMISE AU PREMIER RUN
      *    DE GENERATION) ; DATE DE FIN FACULTATIVE (A BLANC OU A
      *    ZERO : SANS LIMITE), SINON VALIDE ET POSTERIEURE AU DEBUT
       CONTROLE-DATES.
           IF PM-DATE-FIN = SPACES
              MOVE ZEROES TO PM-DATE-FIN
           END-IF
           IF PM-DATE-DEBUT NOT NUMERIC
              MOVE 'DATE DE DEBUT NON NUMERIQUE' TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              MOVE PM-DATE-DEBUT TO ZDATE
              CALL 'SPDAT' USING ZCOM
              IF ZCDRET-KO
                 MOVE 'DATE DE DEBUT INVALIDE' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 IF PM-CODE-MVT = 'C'
                    AND PM-DATE-DEBUT < DATE-TRAITEMENT
                    MOVE 'DATE DE DEBUT DEPASSEE' TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 END-IF
              END-IF
           END-IF
           IF CARTE-VALIDE
              IF PM-DATE-FIN NOT NUMERIC
                 MOVE 'DATE DE FIN NON NUMERIQUE' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 IF PM-DATE-FIN NOT = ZEROES
                    MOVE PM-DATE-FIN TO ZDATE
                    CALL 'SPDAT' USING ZCOM
                    IF ZCDRET-KO
                       MOVE 'DATE DE FIN INVALIDE' TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    ELSE
                       IF PM-DATE-FIN < PM-DATE-DEBUT
                          MOVE 'DATE DE FIN ANTERIEURE AU DEBUT'
                             TO REJ-RAISON-CRT
                          PERFORM REJET-CARTE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    APPLICATION DE LA CARTE AU FICHIER DES ORDRES PERMANENTS
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE PM-NUMORD TO PER-NUMORD
              EVALUATE PM-CODE-MVT
                 WHEN 'C'
                    PERFORM CREATION-ORDRE
                 WHEN 'M'
                    PERFORM MODIFICATION-ORDRE
                 WHEN 'S'
                    PERFORM SUSPENSION-ORDRE
                 WHEN 'R'
                    PERFORM REPRISE-ORDRE
                 WHEN 'A'
                    PERFORM ANNULATION-ORDRE
              END-EVALUATE
           END-IF
           .

      *    CREATION D'UN ORDRE : PREMIERE ECHEANCE A LA DATE DE DEBUT,
      *    JOUR D'ECHEANCE DES PERIODICITES MENSUELLES ET
      *    TRIMESTRIELLES PRIS SUR CETTE DATE
       CREATION-ORDRE.
           PERFORM REPORT-CARTE-ORDRE
           MOVE PM-DATE-DEBUT TO PER-DATE-DEBUT
           MOVE PM-DATE-DEBUT TO PER-DATE-PROCHAINE
           MOVE PM-DATE-DEBUT(7:2) TO PER-JOUR-ECHEANCE
           SET PER-ACTIF TO TRUE
           MOVE ZEROES TO PER-DATE-DERN-GEN
           MOVE ZEROES TO PER-DATVAL-DERN
           MOVE DATE-TRAITEMENT TO PER-DATE-MAJ
           WRITE VIRPER-REC
           EVALUATE VIRPER-FS
              WHEN '00'
                 ADD 1 TO CPT-CRT-C
              WHEN '22'
                 MOVE 'ORDRE DEJA EXISTANT (UTILISER M)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    MODIFICATION D'UN ORDRE EN COURS (ACTIF OU SUSPENDU).
      *    UN CHANGEMENT DE DATE DE DEBUT N'EST ADMIS QUE SUR UN
      *    ORDRE JAMAIS EXECUTE, ET REPLACE LA PROCHAINE ECHEANCE SUR
      *    LA NOUVELLE DATE ; SINON LE CALENDRIER DES ECHEANCES EST
      *    CONSERVE (UNE DATE DE FIN RAPPROCHEE SERA CONSTATEE PAR LE
      *    RUN DE GENERATION SUIVANT)
       MODIFICATION-ORDRE.
           READ VIRPER
           EVALUATE VIRPER-FS
              WHEN '00'
                 EVALUATE TRUE
                    WHEN PER-ANNULE OR PER-ECHU
                       MOVE 'ORDRE ANNULE OU ECHU, NON MODIFIABLE'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN PM-DATE-DEBUT = PER-DATE-DEBUT
                       CONTINUE
                    WHEN PER-DATE-DERN-GEN NOT = ZEROES
                       MOVE 'DEBUT NON MODIFIABLE, ORDRE DEJA EXECUTE'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN PM-DATE-DEBUT < DATE-TRAITEMENT
                       MOVE 'DATE DE DEBUT DEPASSEE' TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN OTHER
                       MOVE PM-DATE-DEBUT TO PER-DATE-DEBUT
                       MOVE PM-DATE-DEBUT TO PER-DATE-PROCHAINE
                       MOVE PM-DATE-DEBUT(7:2) TO PER-JOUR-ECHEANCE
                 END-EVALUATE
                 IF CARTE-VALIDE
                    PERFORM REPORT-CARTE-ORDRE
                    PERFORM REECRITURE-ORDRE
                    ADD 1 TO CPT-CRT-M
                 END-IF
              WHEN '23'
                 MOVE 'ORDRE INEXISTANT (UTILISER C)' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    SUSPENSION D'UN ORDRE ACTIF : LES ECHEANCES PASSENT SANS
      *    ETRE EXECUTEES JUSQU'A LA REPRISE
       SUSPENSION-ORDRE.
           READ VIRPER
           EVALUATE VIRPER-FS
              WHEN '00'
                 IF PER-ACTIF
                    SET PER-SUSPENDU TO TRUE
                    PERFORM REECRITURE-ORDRE
                    ADD 1 TO CPT-CRT-S
                 ELSE
                    MOVE 'ORDRE NON ACTIF, SUSPENSION IMPOSSIBLE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 END-IF
              WHEN '23'
                 MOVE 'ORDRE INEXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    REPRISE D'UN ORDRE SUSPENDU, A PARTIR DE SA PROCHAINE
      *    ECHEANCE
       REPRISE-ORDRE.
           READ VIRPER
           EVALUATE VIRPER-FS
              WHEN '00'
                 IF PER-SUSPENDU
                    SET PER-ACTIF TO TRUE
                    PERFORM REECRITURE-ORDRE
                    ADD 1 TO CPT-CRT-R
                 ELSE
                    MOVE 'ORDRE NON SUSPENDU, REPRISE IMPOSSIBLE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 END-IF
              WHEN '23'
                 MOVE 'ORDRE INEXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ANNULATION D'UN ORDRE EN COURS. L'ORDRE EST CONSERVE A
      *    L'ETAT ANNULE (TRACE DES ORDRES DONNES PAR LE CLIENT) ET
      *    N'EST PLUS EXAMINE PAR LA GENERATION
       ANNULATION-ORDRE.
           READ VIRPER
           EVALUATE VIRPER-FS
              WHEN '00'
                 IF PER-ACTIF OR PER-SUSPENDU
                    SET PER-ANNULE TO TRUE
                    PERFORM REECRITURE-ORDRE
                    ADD 1 TO CPT-CRT-A
                 ELSE
                    MOVE 'ORDRE DEJA ANNULE OU ECHU' TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 END-IF
              WHEN '23'
                 MOVE 'ORDRE INEXISTANT' TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    REPORT DU CONTENU DE LA CARTE DANS L'ORDRE (CREATION ET
      *    MODIFICATION)
       REPORT-CARTE-ORDRE.
           MOVE PM-NUMCLID TO PER-NUMCLID
           MOVE PM-NUMCPTD TO PER-NUMCPTD
           MOVE PM-NOMCLIC TO PER-NOMCLIC
           MOVE PM-NUMCPTC TO PER-NUMCPTC
           MOVE PM-BICCRD TO PER-BICCRD
           MOVE PM-CODDEV TO PER-CODDEV
           MOVE PM-MONTANT TO PER-MONTANT
           MOVE PM-FREQUENCE TO PER-FREQUENCE
           MOVE PM-DATE-FIN TO PER-DATE-FIN
           .

      *    REECRITURE DE L'ORDRE COURANT, DATE DE MISE A JOUR PORTEE
       REECRITURE-ORDRE.
           MOVE DATE-TRAITEMENT TO PER-DATE-MAJ
           REWRITE VIRPER-REC
           IF VIRPER-FS NOT = ZEROES
              DISPLAY 'ERREUR REWRITE VIRPER, FS : ' VIRPER-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE PM-CODE-MVT TO REJ-CODE-MVT
           MOVE PM-NUMORD TO REJ-NUMORD
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE PERCTL-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE VIRPMJ ****' TO LIG-LIBELLE
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CREATIONS APPLIQUEES ........' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MODIFICATIONS APPLIQUEES ....' TO LIG-LIBELLE
           MOVE CPT-CRT-M TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'SUSPENSIONS APPLIQUEES ......' TO LIG-LIBELLE
           MOVE CPT-CRT-S TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REPRISES APPLIQUEES .........' TO LIG-LIBELLE
           MOVE CPT-CRT-R TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ANNULATIONS APPLIQUEES ......' TO LIG-LIBELLE
           MOVE CPT-CRT-A TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE PERCTL-LIGNE FROM LIGNE-CTL
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE PERMVT
           CLOSE VIRPER
           CLOSE PERCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'CREATIONS           : ' CPT-CRT-C
           DISPLAY 'MODIFICATIONS       : ' CPT-CRT-M
           DISPLAY 'SUSPENSIONS         : ' CPT-CRT-S
           DISPLAY 'REPRISES            : ' CPT-CRT-R
           DISPLAY 'ANNULATIONS         : ' CPT-CRT-A
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
