      ******************************************************************
      * Author:
      * Date:
      * Purpose: TRAITEMENT DES PAIEMENTS RECUS DU RESEAU. LIT LES
      *          MESSAGES MT103 ENTRANTS DU JOUR (VIRMIN, DECOUPAGE
      *          VIRM103.CPY COTE BENEFICIAIRE : M103-NUMCPTC ET
      *          M103-NOMCLIC DESIGNENT LE COMPTE ET LE NOM DU CLIENT
      *          A CREDITER, M103-REFERENCE EST LA REFERENCE RESEAU DU
      *          PAIEMENT). LE COMPTE EST LU DANS LE FICHIER MAITRE
      *          (ACCESSEUR-BAC 'L') ET LE NOM DU BENEFICIAIRE
      *          RAPPROCHE DE CELUI DU TITULAIRE (NORMALISATION DE
      *          VIRSNC.CPY). LE MONTANT EST CONVERTI EN EUR SUR LA
      *          TABLE VIRCHGE AVEC LA REGLE D'ANCIENNETE DE VIR2, PUIS
      *          CREDITE PAR ACCESSEUR-BAC 'C' SOUS LA REFERENCE RESEAU,
      *          QUI FIGURE AINSI DANS LE JOURNAL BACJRN. UN PAIEMENT
      *          QUI NE SE RAPPROCHE PAS SANS DOUTE D'UN COMPTE (COMPTE
      *          INCONNU, NOM DIFFERENT OU SEULEMENT PROCHE, TAUX ABSENT
      *          OU PERIME, MESSAGE INVALIDE) PART EN SUSPENS (VIRSUS),
      *          OU LE BACK-OFFICE L'AFFECTE PAR CARTE (VIRSAF). UN
      *          PAIEMENT CREDITE EST LUI AUSSI INSCRIT DANS VIRSUS
      *          (STATUT 'C') : UNE REFERENCE DEJA CONNUE, CREDITEE OU
      *          EN SUSPENS, EST UN MESSAGE REEMIS PAR LE RESEAU, QUI
      *          N'EST NI CREDITE NI REPRIS. L'ETAT DES SUSPENS EDITE
      *          CHAQUE JOUR TOUS LES PAIEMENTS ENCORE EN SUSPENS, AVEC
      *          LEUR ANCIENNETE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DU FICHIER DES PAIEMENTS RECUS DU JOUR
           SELECT VIRMIN ASSIGN TO DDVIRMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRMIN-FS.

      *    DECLARATION DE LA TABLE DES TAUX DE CHANGE
           SELECT VIRCHGE ASSIGN TO DDVIRCHGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VC-CLE
           FILE STATUS IS VIRCHGE-FS.

      *    DECLARATION DU FICHIER DES PAIEMENTS RECUS EN SUSPENS ET
      *    DES REFERENCES DEJA CREDITEES (OPTIONNEL : CREE AU PREMIER
      *    PAIEMENT TRAITE)
           SELECT OPTIONAL VIRSUS ASSIGN TO DDVIRSUS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SUS-REFERENCE
           FILE STATUS IS VIRSUS-FS.

      *    DECLARATION DE L'ETAT QUOTIDIEN DES SUSPENS
           SELECT VIRSUE ASSIGN TO DDVIRSUE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRSUE-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DES PAIEMENTS RECUS (DECOUPAGE
      *    PARTAGE AVEC VIR2 ET VIRACQ, VOIR VIRM103.CPY)
       FD  VIRMIN.
           COPY VIRM103.

      *    DECLARATION DU BUFFER DE LA TABLE DES TAUX (DECOUPAGE
      *    PARTAGE AVEC VIR2, VOIR VIRCHG.CPY)
       FD  VIRCHGE.
           COPY VIRCHG.

      *    DECLARATION DU BUFFER DES SUSPENS (DECOUPAGE PARTAGE AVEC
      *    VIRSAF, VOIR VIRSUS.CPY)
       FD  VIRSUS.
           COPY VIRSUS.

      *    DECLARATION DU BUFFER DE L'ETAT DES SUSPENS
       FD  VIRSUE.
       01  VIRSUE-LIGNE                      PIC X(132).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  VIRMIN-FS   PIC 99 VALUE ZEROES.
       01  VIRCHGE-FS  PIC 99 VALUE ZEROES.
       01  VIRSUS-FS   PIC 99 VALUE ZEROES.
       01  VIRSUE-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

       01  DATE-TRAITEMENT  PIC 9(8).
       01  HEURE-TRAITEMENT PIC 9(6).

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER MAITRE
      *    DES COMPTES (ACCESSEUR-BAC, MEME DECOUPAGE QUE DANS VIR2)
       01  Z-VIRMVT-ENR.
           05 Z-CODE-FUNC                    PIC X.
           05 Z-NUMCLID                      PIC 9(2).
           05 Z-NUMCPTD                      PIC 9(2).
           05 Z-MTTRAN                       PIC S9(9)V9(9).
           05 Z-NOMCLIC                      PIC X(20).
           05 Z-REF-EMISSION                 PIC X(16).
           05 Z-CODE-ERR                     PIC 9(2).

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION (ACCESSEUR-RUN) : UN SEUL PASSAGE PAR
      *    JOUR, UN DOUBLE LANCEMENT CREDITERAIT DEUX FOIS LES MEMES
      *    PAIEMENTS ; PAS DE PREDECESSEUR, LES MESSAGES RECUS NE
      *    DEPENDENT PAS DE LA CHAINE D'EMISSION
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIRENT'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE SPACES.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).

      *    INDICATEUR DE DEMARRAGE ADMIS PAR LE CONTROLE D'EXECUTION
       01  IND-DEMARRAGE          PIC X VALUE 'N'.
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    ZONE DE CONVERSION EN EUR (PARTAGEE AVEC VIRSAF)
           COPY VIRCVT.

      *    ZONE DE NORMALISATION DES NOMS (PARTAGEE AVEC VIR2)
           COPY VIRSNT.

      *    MOTIF DE MISE EN SUSPENS DU PAIEMENT COURANT (ZERO = LE
      *    PAIEMENT EST CREDITE), CODES DE SUS-MOTIF (VIRSUS.CPY)
       01  MOTIF-CRT                PIC 99 VALUE ZEROES.
       01  LIBELLE-CRT              PIC X(40) VALUE SPACES.

      *    REFERENCE DU PAIEMENT COURANT DEJA TRAITEE (VIRSUS)
       01  IND-REFERENCE            PIC X VALUE 'N'.
           88 REFERENCE-CONNUE          VALUE 'O'.
           88 REFERENCE-NOUVELLE        VALUE 'N'.

      *    CLIENT TITULAIRE DU COMPTE BENEFICIAIRE
       01  NUMCLI-TITULAIRE         PIC 9(2) VALUE ZEROES.

      *    ANCIENNETE D'UN SUSPENS EN JOURS, POUR L'ETAT
       01  AGE-SUSPENS              PIC S9(7) VALUE ZEROES.

      *    LIGNES DE L'ETAT DES SUSPENS
       01  LIGNE-ENT.
           05 FILLER        PIC X(36)
              VALUE 'ETAT DES PAIEMENTS RECUS EN SUSPENS '.
           05 FILLER        PIC X(3) VALUE 'AU '.
           05 ENT-DATE      PIC 9(8).
           05 FILLER        PIC X(85).

       01  LIGNE-TITRE.
           05 FILLER        PIC X(17) VALUE 'REFERENCE'.
           05 FILLER        PIC X(9)  VALUE 'RECU LE'.
           05 FILLER        PIC X(5)  VALUE 'AGE'.
           05 FILLER        PIC X(3)  VALUE 'CP'.
           05 FILLER        PIC X(21) VALUE 'BENEFICIAIRE'.
           05 FILLER        PIC X(4)  VALUE 'DEV'.
           05 FILLER        PIC X(17) VALUE '         MONTANT'.
           05 FILLER        PIC X(56) VALUE 'MOTIF'.

       01  LIGNE-SUS.
           05 LSU-REFERENCE PIC X(16).
           05 FILLER        PIC X(1).
           05 LSU-DATE      PIC 9(8).
           05 FILLER        PIC X(1).
           05 LSU-AGE       PIC ZZZ9.
           05 FILLER        PIC X(1).
           05 LSU-NUMCPTC   PIC 9(2).
           05 FILLER        PIC X(1).
           05 LSU-NOMCLIC   PIC X(20).
           05 FILLER        PIC X(1).
           05 LSU-CODDEV    PIC X(3).
           05 FILLER        PIC X(1).
           05 LSU-MTTRAN    PIC -(12)9.99.
           05 FILLER        PIC X(1).
           05 LSU-LIBELLE   PIC X(40).
           05 FILLER        PIC X(16).

       01  LIGNE-CTL.
           05 LIG-LIBELLE   PIC X(40).
           05 LIG-VALEUR    PIC ZZZZZZ9.
           05 FILLER        PIC X(85).

      *    INDICATEUR DE FIN DU FICHIER DES PAIEMENTS RECUS
       01                           PIC X  VALUE SPACES.
           88 FIN-MIN               VALUE 'Y'.

      *    INDICATEUR DE FIN DE PARCOURS DES SUSPENS
       01  IND-FIN-SUS              PIC X VALUE 'N'.
           88 FIN-SUS                   VALUE 'O'.
           88 NON-FIN-SUS               VALUE 'N'.

      * COMPTEURS
       01  CPT-MSG-LUS                  PIC 9(5) VALUE ZEROES.
       01  CPT-MSG-CREDITES             PIC 9(5) VALUE ZEROES.
       01  CPT-MSG-SUSPENS              PIC 9(5) VALUE ZEROES.
       01  CPT-MSG-DOUBLONS             PIC 9(5) VALUE ZEROES.
       01  CPT-MSG-CONVERTIS            PIC 9(5) VALUE ZEROES.
       01  CPT-SUSPENS-OUVERTS          PIC 9(5) VALUE ZEROES.
       01  TOTAL-CREDITE                PIC S9(11)V9(2) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LECTURE-MESSAGE
           PERFORM UNTIL FIN-MIN
              PERFORM TRAITER-MESSAGE
              PERFORM LECTURE-MESSAGE
           END-PERFORM

           PERFORM EDITION-SUSPENS
           PERFORM FIN
           .

       DEBUT.
           PERFORM CONTROLE-DEBUT-RUN
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           ACCEPT HEURE-TRAITEMENT FROM TIME
           MOVE DATE-TRAITEMENT TO CVE-DATE-TRAITEMENT
           OPEN INPUT VIRMIN
           IF VIRMIN-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRMIN, FS : ' VIRMIN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRCHGE
           IF VIRCHGE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRCHGE, FS : ' VIRCHGE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRSUS
           IF VIRSUS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSUS, FS : ' VIRSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT VIRSUE
           IF VIRSUE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRSUE, FS : ' VIRSUE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DU FICHIER DES PAIEMENTS RECUS
       LECTURE-MESSAGE.
           READ VIRMIN
                AT END SET FIN-MIN TO TRUE
                NOT AT END
                ADD 1 TO CPT-MSG-LUS
           END-READ
           IF VIRMIN-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VIRMIN, FS : ' VIRMIN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    TRAITEMENT D'UN PAIEMENT RECU : UNE REFERENCE DEJA TRAITEE
      *    EST UN DOUBLON ; SINON CONTROLES DE FORME, RAPPROCHEMENT
      *    DU BENEFICIAIRE, CONVERSION, PUIS CREDIT ; LE PREMIER
      *    CONTROLE EN ECHEC MET LE PAIEMENT EN SUSPENS
       TRAITER-MESSAGE.
           PERFORM RECHERCHER-REFERENCE
           IF REFERENCE-CONNUE
              ADD 1 TO CPT-MSG-DOUBLONS
              DISPLAY 'Paiement ' M103-REFERENCE
                      ' deja traite le ' SUS-DATE-ENTREE
                      ' (statut ' SUS-STATUT '), message ignore'
           ELSE
              PERFORM TRAITER-MESSAGE-NOUVEAU
           END-IF
           .

      *    RECHERCHE DE LA REFERENCE RESEAU DANS VIRSUS (PAIEMENTS
      *    DEJA CREDITES OU MIS EN SUSPENS, CE JOUR OU AVANT)
       RECHERCHER-REFERENCE.
           MOVE M103-REFERENCE TO SUS-REFERENCE
           READ VIRSUS
           EVALUATE VIRSUS-FS
              WHEN '00'
                 SET REFERENCE-CONNUE TO TRUE
              WHEN '23'
                 SET REFERENCE-NOUVELLE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRSUS, FS : ' VIRSUS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       TRAITER-MESSAGE-NOUVEAU.
           MOVE ZEROES TO MOTIF-CRT
           MOVE SPACES TO LIBELLE-CRT
           EVALUATE TRUE
              WHEN M103-TYPMSG NOT NUMERIC
                OR M103-TYPMSG NOT = 103
                 MOVE 1 TO MOTIF-CRT
                 MOVE 'TYPE DE MESSAGE NON TRAITE' TO LIBELLE-CRT
              WHEN M103-MTTRAN NOT NUMERIC
                OR M103-MTTRAN NOT > ZEROES
                 MOVE 1 TO MOTIF-CRT
                 MOVE 'MONTANT DU PAIEMENT INVALIDE' TO LIBELLE-CRT
              WHEN M103-NUMCPTC NOT NUMERIC
                OR M103-NUMCPTC = ZEROES
                 MOVE 2 TO MOTIF-CRT
                 MOVE 'COMPTE BENEFICIAIRE NON RENSEIGNE'
                   TO LIBELLE-CRT
              WHEN OTHER
                 PERFORM RAPPROCHER-BENEFICIAIRE
           END-EVALUATE
           IF MOTIF-CRT = ZEROES
              PERFORM CONVERTIR-MONTANT
           END-IF
           IF MOTIF-CRT = ZEROES
              PERFORM CREDITER-BENEFICIAIRE
           END-IF
           IF MOTIF-CRT NOT = ZEROES
              PERFORM METTRE-EN-SUSPENS
           END-IF
           .

      *    RAPPROCHEMENT DU BENEFICIAIRE : LE COMPTE DOIT EXISTER ET
      *    LE NOM DU MESSAGE ETRE CELUI DU TITULAIRE, A LA
      *    NORMALISATION PRES (CASSE, ESPACES, PONCTUATION). UN NOM
      *    SEULEMENT PROCHE (FAUTE DE FRAPPE, PRENOM EN PLUS OU EN
      *    MOINS) EST AMBIGU : IL N'EST PAS CREDITE D'OFFICE.
       RAPPROCHER-BENEFICIAIRE.
           MOVE 'L' TO Z-CODE-FUNC
           MOVE M103-NUMCPTC TO Z-NUMCPTD
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           IF Z-CODE-ERR NOT = ZEROES
              MOVE 2 TO MOTIF-CRT
              MOVE 'COMPTE BENEFICIAIRE INEXISTANT' TO LIBELLE-CRT
           ELSE
              MOVE Z-NUMCLID TO NUMCLI-TITULAIRE
              MOVE Z-NOMCLIC TO SNC-NOM
              PERFORM NORMALISER-NOM
              MOVE SNC-NOM-NORM TO SNC-LISTE-NORM
              MOVE SNC-LONG TO SNC-LISTE-LONG
              MOVE M103-NOMCLIC TO SNC-NOM
              PERFORM NORMALISER-NOM
              PERFORM COMPARER-NOM
              EVALUATE TRUE
                 WHEN SNC-LONG = ZEROES
                    MOVE 3 TO MOTIF-CRT
                    MOVE 'NOM DU BENEFICIAIRE NON RENSEIGNE'
                      TO LIBELLE-CRT
                 WHEN SNC-NOM-IDENTIQUE
                    CONTINUE
                 WHEN SNC-NOM-PROCHE
                    MOVE 4 TO MOTIF-CRT
                    MOVE 'NOM PROCHE DU TITULAIRE, A CONFIRMER'
                      TO LIBELLE-CRT
                 WHEN OTHER
                    MOVE 3 TO MOTIF-CRT
                    MOVE 'NOM DIFFERENT DU TITULAIRE DU COMPTE'
                      TO LIBELLE-CRT
              END-EVALUATE
           END-IF
           .

      *    CONVERSION DU MONTANT RECU EN EUR (DEVISE DE TENUE DES
      *    COMPTES)
       CONVERTIR-MONTANT.
           MOVE M103-CODDEV TO CVE-CODDEV
           MOVE M103-MTTRAN TO CVE-MTTRAN
           PERFORM CONVERTIR-EN-EUR
           EVALUATE TRUE
              WHEN CVE-TAUX-ABSENT
                 MOVE 5 TO MOTIF-CRT
                 MOVE 'TAUX DE CHANGE ABSENT POUR LA DEVISE'
                   TO LIBELLE-CRT
              WHEN CVE-TAUX-PERIME
                 DISPLAY 'Taux de change perime pour ' VC-CODDEV1
                         ' (DATE D EFFET ' VC-DATE-EFFET ')'
                 MOVE 6 TO MOTIF-CRT
                 MOVE 'TAUX DE CHANGE PERIME' TO LIBELLE-CRT
              WHEN M103-CODDEV NOT = 'EUR'
                 ADD 1 TO CPT-MSG-CONVERTIS
           END-EVALUATE
           .

      *    CREDIT DU COMPTE BENEFICIAIRE, JOURNALISE DANS BACJRN SOUS
      *    LA REFERENCE RESEAU DU PAIEMENT
       CREDITER-BENEFICIAIRE.
           MOVE 'C' TO Z-CODE-FUNC
           MOVE NUMCLI-TITULAIRE TO Z-NUMCLID
           MOVE M103-NUMCPTC TO Z-NUMCPTD
           MOVE CVE-MTTRAN-EUR TO Z-MTTRAN
           MOVE M103-NOMCLIC TO Z-NOMCLIC
           MOVE M103-REFERENCE TO Z-REF-EMISSION
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           IF Z-CODE-ERR NOT = ZEROES
              MOVE 7 TO MOTIF-CRT
              MOVE 'ECHEC DE L''IMPUTATION DU CREDIT' TO LIBELLE-CRT
           ELSE
              ADD 1 TO CPT-MSG-CREDITES
              ADD CVE-MTTRAN-EUR TO TOTAL-CREDITE
              PERFORM ENREGISTRER-CREDIT
           END-IF
           .

      *    INSCRIPTION DU PAIEMENT CREDITE DANS VIRSUS (STATUT 'C'),
      *    POUR QU'UNE REEMISSION DU MEME MESSAGE SOIT RECONNUE
       ENREGISTRER-CREDIT.
           MOVE SPACES TO VIRSUS-REC
           MOVE M103-REFERENCE TO SUS-REFERENCE
           MOVE VIRMT103-REC TO SUS-MESSAGE
           MOVE DATE-TRAITEMENT TO SUS-DATE-ENTREE
           MOVE HEURE-TRAITEMENT TO SUS-HEURE-ENTREE
           MOVE ZEROES TO SUS-MOTIF
           MOVE 'CREDITE A RECEPTION' TO SUS-LIBELLE
           SET SUS-CREDITE TO TRUE
           MOVE M103-NUMCPTC TO SUS-NUMCPTD-AFFECTE
           MOVE CVE-TAUX TO SUS-TAUX
           MOVE CVE-MTTRAN-EUR TO SUS-MTTRAN-EUR
           MOVE 'VIRENT' TO SUS-AGENT
           MOVE DATE-TRAITEMENT TO SUS-DATE-DECISION
           MOVE HEURE-TRAITEMENT TO SUS-HEURE-DECISION
           WRITE VIRSUS-REC
           IF VIRSUS-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRSUS, FS : ' VIRSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    MISE EN SUSPENS DU PAIEMENT COURANT. LES DOUBLONS SONT
      *    ECARTES EN AMONT (RECHERCHER-REFERENCE) ; UNE CLE EN DOUBLE
      *    A L'ECRITURE EST TRAITEE DE MEME PAR PRUDENCE.
       METTRE-EN-SUSPENS.
           MOVE SPACES TO VIRSUS-REC
           MOVE M103-REFERENCE TO SUS-REFERENCE
           MOVE VIRMT103-REC TO SUS-MESSAGE
           MOVE DATE-TRAITEMENT TO SUS-DATE-ENTREE
           MOVE HEURE-TRAITEMENT TO SUS-HEURE-ENTREE
           MOVE MOTIF-CRT TO SUS-MOTIF
           MOVE LIBELLE-CRT TO SUS-LIBELLE
           SET SUS-EN-SUSPENS TO TRUE
           MOVE ZEROES TO SUS-NUMCPTD-AFFECTE SUS-TAUX SUS-MTTRAN-EUR
                          SUS-DATE-DECISION SUS-HEURE-DECISION
           WRITE VIRSUS-REC
           EVALUATE VIRSUS-FS
              WHEN '00'
                 ADD 1 TO CPT-MSG-SUSPENS
                 DISPLAY 'Paiement ' M103-REFERENCE ' en suspens : '
                         LIBELLE-CRT
              WHEN '22'
                 ADD 1 TO CPT-MSG-DOUBLONS
                 DISPLAY 'Paiement ' M103-REFERENCE
                         ' deja en suspens, message ignore'
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE VIRSUS, FS : ' VIRSUS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ETAT QUOTIDIEN DES SUSPENS : TOUS LES PAIEMENTS ENCORE EN
      *    SUSPENS, Y COMPRIS CEUX DES JOURS PRECEDENTS, AVEC LEUR
      *    ANCIENNETE EN JOURS
       EDITION-SUSPENS.
           MOVE DATE-TRAITEMENT TO ENT-DATE
           WRITE VIRSUE-LIGNE FROM LIGNE-ENT
           WRITE VIRSUE-LIGNE FROM LIGNE-TITRE
           SET NON-FIN-SUS TO TRUE
           MOVE LOW-VALUES TO SUS-REFERENCE
           START VIRSUS KEY IS NOT LESS THAN SUS-REFERENCE
              INVALID KEY
                 SET FIN-SUS TO TRUE
           END-START
           PERFORM UNTIL FIN-SUS
              PERFORM LIRE-SUSPENS
           END-PERFORM

           MOVE SPACES TO VIRSUE-LIGNE
           WRITE VIRSUE-LIGNE

           MOVE SPACES TO LIGNE-CTL
           MOVE 'PAIEMENTS RECUS ...............' TO LIG-LIBELLE
           MOVE CPT-MSG-LUS TO LIG-VALEUR
           WRITE VIRSUE-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'PAIEMENTS CREDITES ............' TO LIG-LIBELLE
           MOVE CPT-MSG-CREDITES TO LIG-VALEUR
           WRITE VIRSUE-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MIS EN SUSPENS CE JOUR ........' TO LIG-LIBELLE
           MOVE CPT-MSG-SUSPENS TO LIG-VALEUR
           WRITE VIRSUE-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOUBLONS IGNORES ..............' TO LIG-LIBELLE
           MOVE CPT-MSG-DOUBLONS TO LIG-VALEUR
           WRITE VIRSUE-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'SUSPENS EN COURS ..............' TO LIG-LIBELLE
           MOVE CPT-SUSPENS-OUVERTS TO LIG-VALEUR
           WRITE VIRSUE-LIGNE FROM LIGNE-CTL
           .

      *    LECTURE DU SUSPENS SUIVANT, EDITE S'IL EST TOUJOURS OUVERT
       LIRE-SUSPENS.
           READ VIRSUS NEXT RECORD
              AT END
                 SET FIN-SUS TO TRUE
           END-READ
           IF NON-FIN-SUS AND VIRSUS-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRSUS, FS : ' VIRSUS-FS
              SET FIN-SUS TO TRUE
           END-IF
           IF NON-FIN-SUS AND SUS-EN-SUSPENS
              ADD 1 TO CPT-SUSPENS-OUVERTS
              MOVE SUS-MESSAGE TO VIRMT103-REC
              COMPUTE AGE-SUSPENS =
                 FUNCTION INTEGER-OF-DATE(DATE-TRAITEMENT)
                 - FUNCTION INTEGER-OF-DATE(SUS-DATE-ENTREE)
              MOVE SPACES TO LIGNE-SUS
              MOVE SUS-REFERENCE TO LSU-REFERENCE
              MOVE SUS-DATE-ENTREE TO LSU-DATE
              MOVE AGE-SUSPENS TO LSU-AGE
              MOVE M103-NUMCPTC TO LSU-NUMCPTC
              MOVE M103-NOMCLIC TO LSU-NOMCLIC
              MOVE M103-CODDEV TO LSU-CODDEV
              IF M103-MTTRAN NUMERIC
                 MOVE M103-MTTRAN TO LSU-MTTRAN
              END-IF
              MOVE SUS-LIBELLE TO LSU-LIBELLE
              WRITE VIRSUE-LIGNE FROM LIGNE-SUS
           END-IF
           .

      *    NORMALISATION ET COMPARAISON DES NOMS (VOIR VIRSNC.CPY)
       COPY VIRSNC.

      *    CONVERSION EN EUR (VOIR VIRCVC.CPY)
       COPY VIRCVC.

      *    CONTROLE D'EXECUTION : REFUS DE DEMARRER SI L'ETAPE A DEJA
      *    TOURNE CE JOUR (VOIR ACCESSEUR-RUN)
       CONTROLE-DEBUT-RUN.
           MOVE 'D' TO ZR-CODE-FUNC
           CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           IF ZR-CODE-ERR NOT = ZEROES
              DISPLAY 'DEMARRAGE VIRENT REFUSE : ' ZR-LIBERR
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
              MOVE 'VIRENT' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-MSG-LUS TO STA-CPT(1)
              MOVE CPT-MSG-CREDITES TO STA-CPT(2)
              MOVE CPT-MSG-SUSPENS TO STA-CPT(3)
              MOVE CPT-MSG-DOUBLONS TO STA-CPT(4)
              MOVE CPT-MSG-CONVERTIS TO STA-CPT(5)
              MOVE CPT-SUSPENS-OUVERTS TO STA-CPT(6)
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
      *    FERMETURE DU FICHIER MAITRE DES COMPTES, RESTE OUVERT DANS
      *    L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO Z-CODE-FUNC
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           CLOSE VIRMIN
           CLOSE VIRCHGE
           CLOSE VIRSUS
           CLOSE VIRSUE
           DISPLAY 'PAIEMENTS RECUS     : ' CPT-MSG-LUS
           DISPLAY 'PAIEMENTS CREDITES  : ' CPT-MSG-CREDITES
           DISPLAY 'MIS EN SUSPENS      : ' CPT-MSG-SUSPENS
           DISPLAY 'DOUBLONS IGNORES    : ' CPT-MSG-DOUBLONS
           DISPLAY 'MONTANTS CONVERTIS  : ' CPT-MSG-CONVERTIS
           DISPLAY 'SUSPENS EN COURS    : ' CPT-SUSPENS-OUVERTS
           DISPLAY 'TOTAL CREDITE (EUR) : ' TOTAL-CREDITE
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
           .
