      ******************************************************************
      * Author:
      * Date:
      * Purpose: APPLICATION DES DECISIONS DE LA CONFORMITE SUR LES
      *          VIREMENTS RETENUS PAR LE FILTRAGE SANCTIONS DE VIR2
      *          (FICHIER VIRSNA). CHAQUE CARTE DE DECISION LIBERE
      *          ('L') OU REFUSE ('R') UN MOUVEMENT EN ATTENTE, SOUS LE
      *          NOM DE L'AGENT QUI A TRANCHE. LE MOUVEMENT LIBERE EST
      *          REEMIS TEL QUEL AU FORMAT VIRMVT (VIRSLB, A JOINDRE AU
      *          PROCHAIN VIRMVT) : VIR2 LE RECONNAIT ET NE LE RETIENT
      *          PLUS SUR LE NOM. LE MOUVEMENT REFUSE EST AJOUTE AUX
      *          REJETS DU JOUR (VIRREJ, CODE 23, NI CORRIGEABLE NI
      *          RECYCLABLE). CHAQUE DECISION EST TRACEE AU JOURNAL
      *          D'AUDIT VIRSNJ (AGENT, DATE, HEURE, MOTIF) ET PORTEE
      *          AU SUIVI DES VIREMENTS (ACCESSEUR-SUI) : LA LIBERATION
      *          RAMENE LE MOUVEMENT A L'ETAT RECU, LE REFUS LE PASSE A
      *          L'ETAT REJETE SOUS LE CODE 23. L'ETAT DE CONTROLE
      *          LISTE LES CARTES REJETEES ET LES MOUVEMENTS TOUJOURS EN
      *          ATTENTE DE DECISION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRSNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DES CARTES DE DECISION DE LA CONFORMITE
           SELECT SNLMVT ASSIGN TO DDSNLMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SNLMVT-FS.

      *    DECLARATION DU FICHIER DES MOUVEMENTS RETENUS (ECRIT PAR
      *    VIR2 ; OPTIONNEL : ABSENT TANT QU'AUCUN MOUVEMENT N'A ETE
      *    RETENU)
           SELECT OPTIONAL VIRSNA ASSIGN TO DDVIRSNA
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SNA-CLE
           FILE STATUS IS VIRSNA-FS.

      *    DECLARATION DES MOUVEMENTS LIBERES REEMIS (FORMAT VIRMVT)
           SELECT VIRSLB ASSIGN TO DDVIRSLB
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRSLB-FS.

      *    DECLARATION DU FICHIER DES VIREMENTS REJETES DU JOUR, ECRIT
      *    PAR VIR2 ET COMPLETE ICI DES REFUS DE LA CONFORMITE
           SELECT VIRREJ ASSIGN TO DDVIRREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRREJ-FS.

      *    DECLARATION DU JOURNAL D'AUDIT DU FILTRAGE SANCTIONS,
      *    CUMULATIF, PARTAGE AVEC VIR2
           SELECT VIRSNJ ASSIGN TO DDVIRSNJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRSNJ-FS.

      *    DECLARATION DE L'ETAT DE CONTROLE DU TRAITEMENT
           SELECT SNLCTL ASSIGN TO DDSNLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SNLCTL-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DES CARTES DE DECISION : DECISION,
      *    IDENTITE DU MOUVEMENT RETENU, AGENT, MOTIF (EXIGE SUR UN
      *    REFUS, FACULTATIF SUR UNE LIBERATION)
       FD  SNLMVT.
       01  SNLMVT-ENR.
           05 SL-DECISION                    PIC X.
           05 SL-CLE.
              10 SL-NUMCLID                  PIC 9(2).
              10 SL-NUMCPTD                  PIC 9(2).
              10 SL-DATECH                   PIC 9(8).
              10 SL-NUMDDE                   PIC 9(2).
           05 SL-AGENT                       PIC X(8).
           05 SL-MOTIF                       PIC X(30).
           05 FILLER                         PIC X(27).

      *    DECLARATION DU BUFFER DES MOUVEMENTS RETENUS (DECOUPAGE
      *    PARTAGE AVEC VIR2, VOIR VIRSNA.CPY)
       FD  VIRSNA.
           COPY VIRSNA.

      *    DECLARATION DU BUFFER DES MOUVEMENTS LIBERES
       FD  VIRSLB.
       01  VIRSLB-RECORD                     PIC X(80).

      *    DECLARATION DU BUFFER DU FICHIER DES REJETS (DECOUPAGE
      *    PARTAGE AVEC VIR2, VOIR VIRREJ.CPY)
       FD  VIRREJ.
           COPY VIRREJ.

      *    DECLARATION DU BUFFER DU JOURNAL D'AUDIT DES SANCTIONS
       FD  VIRSNJ.
           COPY VIRSNJ.

      *    DECLARATION DU BUFFER DE L'ETAT DE CONTROLE
       FD  SNLCTL.
       01  SNLCTL-LIGNE                      PIC X(80).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  SNLMVT-FS   PIC 99 VALUE ZEROES.
       01  VIRSNA-FS   PIC 99 VALUE ZEROES.
       01  VIRSLB-FS   PIC 99 VALUE ZEROES.
       01  VIRREJ-FS   PIC 99 VALUE ZEROES.
       01  VIRSNJ-FS   PIC 99 VALUE ZEROES.
       01  SNLCTL-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    MOUVEMENT RETENU EN COURS DE TRAITEMENT (DECOUPAGE PARTAGE
      *    AVEC VIR2, VOIR VIRENR.CPY)
       COPY VIRENR.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-DECISION    PIC X.
           05 FILLER          PIC X(1).
           05 REJ-CLE         PIC X(14).
           05 FILLER          PIC X(1).
           05 REJ-AGENT       PIC X(8).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(4).

      *    LIGNE DE DETAIL D'UN MOUVEMENT TOUJOURS EN ATTENTE
       01  LIGNE-ATT.
           05 ATT-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1).
           05 ATT-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1).
           05 ATT-DATECH      PIC 9(8).
           05 FILLER          PIC X(1).
           05 ATT-NUMDDE      PIC 9(2).
           05 FILLER          PIC X(1).
           05 ATT-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 ATT-TYPE-ALERTE PIC X.
           05 FILLER          PIC X(1).
           05 ATT-NOMCLIC     PIC X(20).
           05 FILLER          PIC X(1).
           05 ATT-NOM-LISTE   PIC X(20).
           05 FILLER          PIC X(10).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION DE LA CHAINE (ACCESSEUR-RUN) : LES
      *    DECISIONS NE S'APPLIQUENT QU'APRES VIR2, QUI RECREE LE
      *    FICHIER DES REJETS DU JOUR AUQUEL LES REFUS SONT AJOUTES
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIRSNL'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIR2'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).

      *    INDICATEUR DE DEMARRAGE ADMIS PAR LE CONTROLE D'EXECUTION
       01  IND-DEMARRAGE          PIC X VALUE 'N'.
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE SUIVI
      *    DES VIREMENTS (ACCESSEUR-SUI, VOIR VIRSUI.CPY). CODES
      *    FONCTION :
      *      'A' AJOUT DE L'EVENEMENT ZS-ETAT A L'HISTORIQUE
      *      'F' FERMETURE DU FICHIER DE SUIVI (FIN DE RUN)
      *    ZS-CODE-ERR : 0 OK, 1 INCIDENT FICHIER
       01  Z-SUIVI.
           05 ZS-CODE-FUNC                   PIC X.
           05 ZS-CLE.
              10 ZS-NUMCLID                  PIC 9(2).
              10 ZS-NUMCPTD                  PIC 9(2).
              10 ZS-DATECH                   PIC 9(8).
              10 ZS-NUMDDE                   PIC 9(2).
           05 ZS-ETAT                        PIC X.
           05 ZS-PROGRAMME                   PIC X(8) VALUE 'VIRSNL'.
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

      *    MISES A JOUR DU SUIVI EN ECHEC : LA DECISION N'EN EST PAS
      *    AFFECTEE, LE RUN FINIT EN CODE RETOUR 4
       01  CPT-ECHECS-SUIVI      PIC 9(5) VALUE ZEROES.

      *    HORODATAGE DE LA DECISION (UN SEUL PAR RUN)
       01  DATE-TRAITEMENT    PIC 9(8).
       01  HEURE-TRAITEMENT   PIC 9(6).

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-SNLMVT                VALUE 'O'.

      *    INDICATEUR DE FIN DE PARCOURS DES MOUVEMENTS RETENUS
       01  IND-FIN-SNA         PIC X     VALUE 'N'.
           88 FIN-SNA                    VALUE 'O'.
           88 NON-FIN-SNA                VALUE 'N'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-L        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-R        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.
           05 CPT-EN-ATTENTE   PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

      *    UN RUN SANS CARTE EST NORMAL (AUCUNE DECISION DU JOUR) :
      *    L'ETAT DES MOUVEMENTS EN ATTENTE EST EDITE QUAND MEME
           PERFORM READ-SNLMVT
           PERFORM UNTIL FIN-SNLMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-SNLMVT
           END-PERFORM

           PERFORM EDITION-ATTENTE
           PERFORM FIN
           .

       DEBUT.
           PERFORM CONTROLE-DEBUT-RUN
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           ACCEPT HEURE-TRAITEMENT FROM TIME
           OPEN INPUT SNLMVT
           IF SNLMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SNLMVT, FS : ' SNLMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRSNA
           IF VIRSNA-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSNA, FS : ' VIRSNA-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT VIRSLB
           IF VIRSLB-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRSLB, FS : ' VIRSLB-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN EXTEND VIRREJ
           IF VIRREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRREJ, FS : ' VIRREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN EXTEND VIRSNJ
           IF VIRSNJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRSNJ, FS : ' VIRSNJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SNLCTL
           IF SNLCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SNLCTL, FS : ' SNLCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DES CARTES DE DECISION
       READ-SNLMVT.
           READ SNLMVT
                AT END SET FIN-SNLMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF SNLMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SNLMVT, FS : ' SNLMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE FORME DE LA CARTE COURANTE : DECISION, CLE DU
      *    MOUVEMENT, AGENT (TOUJOURS EXIGE : C'EST L'AUTEUR DE LA
      *    DECISION AU JOURNAL D'AUDIT), MOTIF SUR UN REFUS
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           EVALUATE TRUE
              WHEN SL-DECISION NOT = 'L' AND 'R'
                 MOVE 'DECISION INVALIDE (L OU R ATTENDU)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SL-NUMCLID NOT NUMERIC
                OR SL-NUMCPTD NOT NUMERIC
                OR SL-DATECH NOT NUMERIC
                OR SL-NUMDDE NOT NUMERIC
                 MOVE 'IDENTITE DU MOUVEMENT NON NUMERIQUE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SL-AGENT = SPACES
                 MOVE 'AGENT DE LA CONFORMITE NON RENSEIGNE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SL-DECISION = 'R' AND SL-MOTIF = SPACES
                 MOVE 'MOTIF DU REFUS NON RENSEIGNE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
           END-EVALUATE
           .

      *    APPLICATION DE LA DECISION : LE MOUVEMENT DOIT ETRE RETENU
      *    ET ENCORE EN ATTENTE (UNE DECISION PRISE NE SE REPREND PAS
      *    PAR CARTE)
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE SL-NUMCLID TO SNA-NUMCLID
              MOVE SL-NUMCPTD TO SNA-NUMCPTD
              MOVE SL-DATECH TO SNA-DATECH
              MOVE SL-NUMDDE TO SNA-NUMDDE
              READ VIRSNA
              EVALUATE VIRSNA-FS
                 WHEN '00'
                    IF SNA-EN-ATTENTE
                       IF SL-DECISION = 'L'
                          PERFORM LIBERER-MOUVEMENT
                       ELSE
                          PERFORM REFUSER-MOUVEMENT
                       END-IF
                    ELSE
                       MOVE 'DECISION DEJA PRISE SUR CE MOUVEMENT'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    END-IF
                 WHEN '23'
                    MOVE 'AUCUN MOUVEMENT RETENU SOUS CETTE CLE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    LIBERATION : LE MOUVEMENT D'ORIGINE EST REEMIS SANS
      *    MODIFICATION, POUR QUE VIR2 LE RAPPROCHE DE LA DECISION. IL
      *    REPREND LE CIRCUIT NORMAL A L'ETAT RECU (VIR2 NE LE REPREND
      *    DONC PAS UNE SECONDE FOIS AU SUIVI, COMME APRES VIRLIB).
       LIBERER-MOUVEMENT.
           SET SNA-LIBERE TO TRUE
           PERFORM ENREGISTRER-DECISION
           WRITE VIRSLB-RECORD FROM SNA-MOUVEMENT
           IF VIRSLB-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRSLB, FS : ' VIRSLB-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-CRT-L
           MOVE 'L' TO SNJ-EVENEMENT
           PERFORM JOURNALISER-DECISION
           MOVE 'R' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE SPACES TO ZS-LIBELLE
           MOVE 'LIBERE PAR LA CONFORMITE, AGENT' TO ZS-LIBELLE
           MOVE SL-AGENT TO ZS-LIBELLE(33:8)
           PERFORM SUIVRE-MOUVEMENT
           .

      *    REFUS : LE MOUVEMENT REJOINT LES REJETS DU JOUR SOUS LE
      *    CODE 23, COMPTEUR DE RECYCLAGES PRESERVE
       REFUSER-MOUVEMENT.
           SET SNA-REFUSE TO TRUE
           PERFORM ENREGISTRER-DECISION
           MOVE SNA-MOUVEMENT TO VIRMVT-ENR
           MOVE NUMCLID TO VREJ-NUMCLID
           MOVE NUMCPTD TO VREJ-NUMCPTD
           MOVE DATECH TO VREJ-DATECH
           MOVE NUMDDE TO VREJ-NUMDDE
           MOVE DATVAL TO VREJ-DATVAL
           MOVE CODDEV TO VREJ-CODDEV
           MOVE MTTRAN TO VREJ-MTTRAN
           MOVE NOMCLIC TO VREJ-NOMCLIC
           MOVE NUMCPTC TO VREJ-NUMCPTC
           MOVE BICCRD TO VREJ-BICCRD
           MOVE 23 TO VREJ-CODE-ERR
           MOVE '23 - REFUSE PAR LA CONFORMITE (SANCTIONS)'
             TO VREJ-LIBELLE
           IF NBRECY NUMERIC
              MOVE NBRECY TO VREJ-NBRECY
           ELSE
              MOVE ZEROES TO VREJ-NBRECY
           END-IF
           WRITE VIRREJ-REC
           IF VIRREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRREJ, FS : ' VIRREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-CRT-R
           MOVE 'R' TO SNJ-EVENEMENT
           PERFORM JOURNALISER-DECISION
           MOVE 'J' TO ZS-ETAT
           MOVE 23 TO ZS-CODE
           MOVE VREJ-LIBELLE TO ZS-LIBELLE
           PERFORM SUIVRE-MOUVEMENT
           .

      *    MISE A JOUR DU SUIVI DU MOUVEMENT DECIDE (ETAT, CODE ET
      *    LIBELLE ALIMENTES PAR L'APPELANT). UN ECHEC EST SIGNALE ET
      *    COMPTE, LA DECISION RESTE ACQUISE.
       SUIVRE-MOUVEMENT.
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE SNA-NUMCLID TO ZS-NUMCLID
           MOVE SNA-NUMCPTD TO ZS-NUMCPTD
           MOVE SNA-DATECH TO ZS-DATECH
           MOVE SNA-NUMDDE TO ZS-NUMDDE
           MOVE SPACES TO ZS-REFERENCE
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           IF ZS-CODE-ERR NOT = ZEROES
              DISPLAY 'ECHEC MISE A JOUR DU SUIVI, MOUVEMENT '
                      SNA-NUMCLID ' ' SNA-NUMCPTD ' ' SNA-DATECH ' '
                      SNA-NUMDDE
              ADD 1 TO CPT-ECHECS-SUIVI
           END-IF
           .

      *    DECISION PORTEE SUR LE MOUVEMENT RETENU (STATUT POSITIONNE
      *    PAR L'APPELANT)
       ENREGISTRER-DECISION.
           MOVE SL-AGENT TO SNA-AGENT
           MOVE DATE-TRAITEMENT TO SNA-DATE-DECISION
           MOVE HEURE-TRAITEMENT TO SNA-HEURE-DECISION
           MOVE SL-MOTIF TO SNA-MOTIF
           REWRITE VIRSNA-REC
           IF VIRSNA-FS NOT = ZEROES
              DISPLAY 'ERREUR REWRITE VIRSNA, FS : ' VIRSNA-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    ECRITURE DE LA DECISION AU JOURNAL D'AUDIT : AGENT, DATE,
      *    HEURE, ET LE MOTIF EN LIEU DU LIBELLE DE L'ALERTE
       JOURNALISER-DECISION.
           MOVE SNA-MOUVEMENT TO VIRMVT-ENR
           MOVE SNA-CLE TO SNJ-CLE
           MOVE SL-AGENT TO SNJ-AGENT
           MOVE DATE-TRAITEMENT TO SNJ-DATE
           MOVE HEURE-TRAITEMENT TO SNJ-HEURE
           MOVE NOMCLIC TO SNJ-NOMCLIC
           MOVE BICCRD TO SNJ-BICCRD
           MOVE SNA-TYPE-ALERTE TO SNJ-TYPE-ALERTE
           MOVE SNA-NOM-LISTE TO SNJ-NOM-LISTE
           MOVE SL-MOTIF TO SNJ-LIBELLE
           WRITE VIRSNJ-REC
           IF VIRSNJ-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRSNJ, FS : ' VIRSNJ-FS
           END-IF
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE SL-DECISION TO REJ-DECISION
           MOVE SL-CLE TO REJ-CLE
           MOVE SL-AGENT TO REJ-AGENT
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE SNLCTL-LIGNE FROM LIGNE-REJ
           .

      *    LISTE DES MOUVEMENTS TOUJOURS EN ATTENTE DE DECISION, APRES
      *    APPLICATION DES CARTES DU JOUR (PARCOURS COMPLET DE VIRSNA)
       EDITION-ATTENTE.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** MOUVEMENTS EN ATTENTE DE DECISION ****'
              TO LIGNE-CTL
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL
           SET NON-FIN-SNA TO TRUE
           MOVE LOW-VALUES TO SNA-CLE
           START VIRSNA KEY IS NOT LESS THAN SNA-CLE
              INVALID KEY
                 SET FIN-SNA TO TRUE
           END-START
           PERFORM UNTIL FIN-SNA
              PERFORM LIRE-ATTENTE
           END-PERFORM
           .

      *    LECTURE DU MOUVEMENT RETENU SUIVANT, EDITE S'IL ATTEND
      *    TOUJOURS UNE DECISION
       LIRE-ATTENTE.
           READ VIRSNA NEXT RECORD
              AT END
                 SET FIN-SNA TO TRUE
           END-READ
           IF NON-FIN-SNA AND VIRSNA-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
              SET FIN-SNA TO TRUE
           END-IF
           IF NON-FIN-SNA AND SNA-EN-ATTENTE
              ADD 1 TO CPT-EN-ATTENTE
              MOVE SNA-MOUVEMENT TO VIRMVT-ENR
              MOVE SPACES TO LIGNE-ATT
              MOVE SNA-NUMCLID TO ATT-NUMCLID
              MOVE SNA-NUMCPTD TO ATT-NUMCPTD
              MOVE SNA-DATECH TO ATT-DATECH
              MOVE SNA-NUMDDE TO ATT-NUMDDE
              MOVE SNA-DATE-ATTENTE TO ATT-DATE
              MOVE SNA-TYPE-ALERTE TO ATT-TYPE-ALERTE
              MOVE NOMCLIC TO ATT-NOMCLIC
              MOVE SNA-NOM-LISTE TO ATT-NOM-LISTE
              WRITE SNLCTL-LIGNE FROM LIGNE-ATT
           END-IF
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE VIRSNL ****' TO LIG-LIBELLE
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DECISIONS LUES ..............' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MOUVEMENTS LIBERES ..........' TO LIG-LIBELLE
           MOVE CPT-CRT-L TO LIG-VALEUR
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MOUVEMENTS REFUSES ..........' TO LIG-LIBELLE
           MOVE CPT-CRT-R TO LIG-VALEUR
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'TOUJOURS EN ATTENTE .........' TO LIG-LIBELLE
           MOVE CPT-EN-ATTENTE TO LIG-VALEUR
           WRITE SNLCTL-LIGNE FROM LIGNE-CTL
           .

      *    CONTROLE D'EXECUTION DE LA CHAINE : REFUS DE DEMARRER SI
      *    L'ETAPE A DEJA TOURNE CE JOUR OU SI VIR2 N'EST PAS TERMINE
      *    (VOIR ACCESSEUR-RUN)
       CONTROLE-DEBUT-RUN.
           MOVE 'D' TO ZR-CODE-FUNC
           CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           IF ZR-CODE-ERR NOT = ZEROES
              DISPLAY 'DEMARRAGE VIRSNL REFUSE : ' ZR-LIBERR
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           SET DEMARRAGE-ADMIS TO TRUE
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DES DISPLAY
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'VIRSNL' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-CRT-LUES TO STA-CPT(1)
              MOVE CPT-CRT-L TO STA-CPT(2)
              MOVE CPT-CRT-R TO STA-CPT(3)
              MOVE CPT-CRT-REJETEES TO STA-CPT(4)
              MOVE CPT-EN-ATTENTE TO STA-CPT(5)
              WRITE STABAT-REC
              IF STABAT-FS NOT = ZEROES
                 DISPLAY 'ERREUR WRITE STABAT, FS : ' STABAT-FS
              END-IF
              CLOSE STABAT
           END-IF
           .

      *    ENREGISTREMENT DE LA COMPLETION DU RUN ET DE SON CODE
      *    RETOUR DANS LE FICHIER DE CONTROLE D'EXECUTION
       ENREGISTRER-FIN-RUN.
           IF DEMARRAGE-ADMIS
              MOVE 'F' TO ZR-CODE-FUNC
              MOVE RETURN-CODE TO ZR-CODRET
              CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           END-IF
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
      *    FERMETURE DU FICHIER DE SUIVI DES VIREMENTS, RESTE OUVERT
      *    DANS L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO ZS-CODE-FUNC
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           CLOSE SNLMVT
           CLOSE VIRSNA
           CLOSE VIRSLB
           CLOSE VIRREJ
           CLOSE VIRSNJ
           CLOSE SNLCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZEROES AND CPT-ECHECS-SUIVI > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'DECISIONS LUES      : ' CPT-CRT-LUES
           DISPLAY 'MOUVEMENTS LIBERES  : ' CPT-CRT-L
           DISPLAY 'MOUVEMENTS REFUSES  : ' CPT-CRT-R
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
           DISPLAY 'TOUJOURS EN ATTENTE : ' CPT-EN-ATTENTE
           DISPLAY 'ECHECS DU SUIVI     : ' CPT-ECHECS-SUIVI
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
           .
