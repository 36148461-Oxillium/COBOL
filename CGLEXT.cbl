      ******************************************************************
      * Author:
      * Date:
      * Purpose: EXTRACTION COMPTABLE QUOTIDIENNE. EN FIN DE JOURNEE,
      *          TRADUIT LES MOUVEMENTS DU JOUR EN ECRITURES EN PARTIE
      *          DOUBLE POUR L'INTERFACE DE LA COMPTABILITE GENERALE
      *          (CGLINT, VOIR CGLLIG.CPY) :
      *          - VIREMENTS SORTANTS EMIS (VIRMT103) : DEBIT DU
      *            CLIENT, CREDIT DU COMPTE NOSTRO/TRANSIT ;
      *          - COMMISSIONS DE VIREMENT (VIRFRJ) : DEBIT DU CLIENT,
      *            CREDIT DES PRODUITS ;
      *          - REGLEMENTS INTERNES (VIRREG) : DEBIT DU CLIENT
      *            DEBITEUR, CREDIT DU CLIENT BENEFICIAIRE -- OU DES
      *            PRIMES ACQUISES QUAND LE BENEFICIAIRE EST LE COMPTE
      *            D'ENCAISSEMENT DE LA COMPAGNIE (CARTE COLPAR DE
      *            COLASS) : C'EST L'ENCAISSEMENT D'UNE PRIME ;
      *          - AUTRES IMPUTATIONS DU JOUR SUR LES COMPTES CLIENTS
      *            (JOURNAL BACJRN) : PAIEMENTS RECUS (VIRENT/VIRSAF),
      *            DEPOTS (BACMAJ), INTERETS ET FRAIS DE TENUE
      *            (BACINT), RECONNUS A LEUR REFERENCE.
      *          LES IMPUTATIONS BACJRN DES VIREMENTS (REFERENCE
      *          D'EMISSION DE VIR2) NE SONT PAS REPRISES : ELLES SONT
      *          RAPPROCHEES DES ECRITURES TIREES DES JOURNAUX DE VIR2,
      *          UN ECART EST SIGNALE SUR L'ETAT DE CONTROLE. LES
      *          COMPTES GENERAUX VIENNENT DE LA TABLE DE
      *          CORRESPONDANCE CGLMAP (VOIR CGLMAP.CPY). LES ECRITURES
      *          SONT D'ABORD ECRITES DANS UN FICHIER DE TRAVAIL, RELU
      *          POUR PROUVER QUE LES DEBITS EGALENT LES CREDITS PAR
      *          DEVISE ET PAR TYPE D'ECRITURE ET QUE CHAQUE LIGNE A
      *          SON COMPTE GENERAL : SEULE UNE EXTRACTION EQUILIBREE
      *          EST RECOPIEE DANS CGLINT. SINON L'EXTRACTION EST
      *          REFUSEE (CGLINT N'EST PAS ECRIT) ET LE JOB SE TERMINE
      *          EN CODE RETOUR 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DE LA CARTE DE DATE COMPTABLE (FICHIER
      *    OPTIONNEL : ABSENT, LA DATE DU JOUR EST PRISE)
           SELECT OPTIONAL CGLPAR ASSIGN TO DDCGLPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CGLPAR-FS.

      *    DECLARATION DE LA TABLE DE CORRESPONDANCE DES COMPTES
           SELECT CGLMAP ASSIGN TO DDCGLMAP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CGLMAP-FS.

      *    DECLARATION DE LA CARTE DU COMPTE D'ENCAISSEMENT DE LA
      *    COMPAGNIE (LA MEME QUE CELLE DE COLASS)
           SELECT COLPAR ASSIGN TO DDCOLPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COLPAR-FS.

      *    DECLARATION DES JOURNAUX DU RUN VIR2 (FICHIERS OPTIONNELS :
      *    ABSENTS UN JOUR SANS RUN)
           SELECT OPTIONAL VIRMT103 ASSIGN TO DDVIRMT103
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRMT103-FS.

           SELECT OPTIONAL VIRFRJ ASSIGN TO DDVIRFRJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRFRJ-FS.

           SELECT OPTIONAL VIRREG ASSIGN TO DDVIRREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRREG-FS.

      *    DECLARATION DU JOURNAL DES IMPUTATIONS SUR LES COMPTES
           SELECT OPTIONAL BACJRN ASSIGN TO DDBACJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACJRN-FS.

      *    DECLARATION DU FICHIER DE TRAVAIL DES ECRITURES
           SELECT CGLTRV ASSIGN TO DDCGLTRV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CGLTRV-FS.

      *    DECLARATION DU FICHIER D'INTERFACE DE LA COMPTABILITE
      *    GENERALE (ECRIT SEULEMENT SI L'EXTRACTION EST EQUILIBREE)
           SELECT CGLINT ASSIGN TO DDCGLINT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CGLINT-FS.

      *    DECLARATION DE L'ETAT DE CONTROLE DE L'EXTRACTION
           SELECT CGLCTL ASSIGN TO DDCGLCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CGLCTL-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DE LA CARTE DE DATE (AAAAMMJJ)
       FD  CGLPAR.
       01  CGLPAR-ENR.
           05 GPA-DATE-COMPTABLE             PIC 9(8).
           05 FILLER                         PIC X(72).

      *    DECLARATION DU BUFFER DE LA TABLE DE CORRESPONDANCE
       FD  CGLMAP.
           COPY CGLMAP.

      *    DECLARATION DU BUFFER DE LA CARTE COLPAR (MEME DECOUPAGE
      *    QUE DANS COLASS)
       FD  COLPAR.
       01  COLPAR-ENR.
           05 CLP-NUMCPTC     PIC 9(2).
           05 CLP-NOMCLIC     PIC X(20).
           05 CLP-BICCRD      PIC X(11).
           05 FILLER          PIC X(47).

      *    DECLARATION DU BUFFER DES MESSAGES DE PAIEMENT SORTANTS
      *    (VOIR VIRM103.CPY)
       FD  VIRMT103.
           COPY VIRM103.

      *    DECLARATION DU BUFFER DU JOURNAL DES COMMISSIONS (VOIR
      *    VIRFRJ.CPY)
       FD  VIRFRJ.
           COPY VIRFRJ.

      *    DECLARATION DU BUFFER DU JOURNAL DES REGLEMENTS INTERNES
      *    (MEME DECOUPAGE QUE DANS VIR2)
       FD  VIRREG.
       01  VIRREG-REC.
           05 REG-NUMCLID                    PIC 9(2).
           05 REG-NUMCPTD                    PIC 9(2).
           05 REG-NUMCPTC                    PIC 9(2).
           05 REG-CODDEV                     PIC X(3).
           05 REG-MTTRAN                     PIC S9(9)V9(9).
           05 REG-REFERENCE                  PIC X(16).
           05 REG-DATE                       PIC 9(8).
           05 REG-HEURE                      PIC 9(6).

      *    DECLARATION DU BUFFER DU JOURNAL DES IMPUTATIONS (VOIR
      *    BACJRN.CPY)
       FD  BACJRN.
           COPY BACJRN.

      *    DECLARATION DES BUFFERS DES ECRITURES (DECOUPAGE DE
      *    L'INTERFACE, VOIR CGLLIG.CPY)
       FD  CGLTRV.
           COPY CGLLIG.

       FD  CGLINT.
       01  CGLINT-REC                        PIC X(96).

      *    DECLARATION DU BUFFER DE L'ETAT DE CONTROLE
       FD  CGLCTL.
       01  CGLCTL-LIGNE                      PIC X(132).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  CGLPAR-FS   PIC 99 VALUE ZEROES.
       01  CGLMAP-FS   PIC 99 VALUE ZEROES.
       01  COLPAR-FS   PIC 99 VALUE ZEROES.
       01  VIRMT103-FS PIC 99 VALUE ZEROES.
       01  VIRFRJ-FS   PIC 99 VALUE ZEROES.
       01  VIRREG-FS   PIC 99 VALUE ZEROES.
       01  BACJRN-FS   PIC 99 VALUE ZEROES.
       01  CGLTRV-FS   PIC 99 VALUE ZEROES.
       01  CGLINT-FS   PIC 99 VALUE ZEROES.
       01  CGLCTL-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

       01  DATE-TRAITEMENT  PIC 9(8).
       01  DATE-COMPTABLE   PIC 9(8) VALUE ZEROES.

      *    DEVISE DES COMPTES CLIENTS (LES IMPUTATIONS BACJRN ET LES
      *    COMMISSIONS SONT EN EUR)
       01  CONST-DEVISE-COMPTES     PIC X(3) VALUE 'EUR'.

      *    TABLE DE CORRESPONDANCE CHARGEE DEPUIS CGLMAP
       01  NB-TYPES                 PIC 9(2) VALUE ZEROES.
       01  TABLE-TYPES.
           05 TT-ENTRY
              OCCURS 1 TO 30 TIMES DEPENDING ON NB-TYPES
              INDEXED BY IX-TYP.
              10 TT-TYPE             PIC X(4).
              10 TT-COMPTE-DEBIT     PIC X(10).
              10 TT-COMPTE-CREDIT    PIC X(10).
              10 TT-LIBELLE          PIC X(30).

      *    ECRITURE EN COURS DE CONSTITUTION : TYPE, MONTANT ARRONDI
      *    AU CENTIME, ET POUR CHACUNE DES DEUX LIGNES LE CLIENT ET LE
      *    COMPTE QUAND ELLE PORTE SUR UN COMPTE CLIENT
       01  ECRITURE-COURANTE.
           05 ECR-TYPE                       PIC X(4).
           05 ECR-CODDEV                     PIC X(3).
           05 ECR-MONTANT                    PIC S9(9)V9(2).
           05 ECR-REFERENCE                  PIC X(16).
           05 ECR-NUMCLID-DEBIT              PIC 9(2).
           05 ECR-NUMCPTD-DEBIT              PIC 9(2).
           05 ECR-NUMCLID-CREDIT             PIC 9(2).
           05 ECR-NUMCPTD-CREDIT             PIC 9(2).
       01  NUMERO-ECRITURE          PIC 9(7) VALUE ZEROES.

      *    PREUVE DE L'EQUILIBRE : UN POSTE PAR COUPLE (DEVISE, TYPE
      *    D'ECRITURE) RENCONTRE A LA RELECTURE DU FICHIER DE TRAVAIL
       01  NB-BALANCES              PIC 9(3) VALUE ZEROES.
       01  TABLE-BALANCES.
           05 TB-ENTRY
              OCCURS 1 TO 200 TIMES DEPENDING ON NB-BALANCES
              INDEXED BY IX-BAL.
              10 TB-CODDEV           PIC X(3).
              10 TB-TYPE             PIC X(4).
              10 TB-NB-LIGNES        PIC 9(7).
              10 TB-DEBIT            PIC 9(13)V9(2).
              10 TB-CREDIT           PIC 9(13)V9(2).

      *    RAPPROCHEMENT DES IMPUTATIONS BACJRN DES VIREMENTS AVEC LES
      *    LIGNES CLIENT TIREES DES JOURNAUX DE VIR2 (EN EUR)
       01  RAPPROCHEMENT-VIR.
           05 RAP-JRN-DEBIT         PIC S9(13)V9(2) VALUE ZEROES.
           05 RAP-JRN-CREDIT        PIC S9(13)V9(2) VALUE ZEROES.
           05 RAP-VIR-DEBIT         PIC S9(13)V9(2) VALUE ZEROES.
           05 RAP-VIR-CREDIT        PIC S9(13)V9(2) VALUE ZEROES.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-ENT.
           05 FILLER        PIC X(38)
              VALUE 'EXTRACTION COMPTABLE - DATE COMPTABLE '.
           05 ENT-DATE      PIC 9(8).
           05 FILLER        PIC X(86).

       01  LIGNE-TITRE.
           05 FILLER        PIC X(5)  VALUE 'DEV'.
           05 FILLER        PIC X(6)  VALUE 'TYPE'.
           05 FILLER        PIC X(31) VALUE 'LIBELLE'.
           05 FILLER        PIC X(9)  VALUE '   LIGNES'.
           05 FILLER        PIC X(19) VALUE '             DEBIT'.
           05 FILLER        PIC X(19) VALUE '            CREDIT'.
           05 FILLER        PIC X(19) VALUE '             ECART'.
           05 FILLER        PIC X(24) VALUE ' STATUT'.

       01  LIGNE-BAL.
           05 BAL-CODDEV    PIC X(3).
           05 FILLER        PIC X(2).
           05 BAL-TYPE      PIC X(4).
           05 FILLER        PIC X(2).
           05 BAL-LIBELLE   PIC X(30).
           05 FILLER        PIC X(1).
           05 BAL-NB        PIC Z(8)9.
           05 FILLER        PIC X(1).
           05 BAL-DEBIT     PIC Z(13)9.99.
           05 FILLER        PIC X(1).
           05 BAL-CREDIT    PIC Z(13)9.99.
           05 FILLER        PIC X(1).
           05 BAL-ECART     PIC -(13)9.99.
           05 FILLER        PIC X(1).
           05 BAL-STATUT    PIC X(23).

       01  LIGNE-RAC.
           05 RAC-LIBELLE   PIC X(40).
           05 RAC-JRN       PIC -(13)9.99.
           05 FILLER        PIC X(2).
           05 RAC-VIR       PIC -(13)9.99.
           05 FILLER        PIC X(2).
           05 RAC-STATUT    PIC X(52).

       01  LIGNE-CTL.
           05 LIG-LIBELLE   PIC X(40).
           05 LIG-VALEUR    PIC ZZZZZZ9.
           05 FILLER        PIC X(85).

      *    INDICATEURS DE FIN DE FICHIER
       01  IND-FIN-MAP          PIC X VALUE SPACES.
           88 FIN-MAP               VALUE 'O'.
       01  IND-FIN-M103         PIC X VALUE SPACES.
           88 FIN-M103              VALUE 'O'.
       01  IND-FIN-FRJ          PIC X VALUE SPACES.
           88 FIN-FRJ               VALUE 'O'.
       01  IND-FIN-REG          PIC X VALUE SPACES.
           88 FIN-REG               VALUE 'O'.
       01  IND-FIN-JRN          PIC X VALUE SPACES.
           88 FIN-JRN               VALUE 'O'.
       01  IND-FIN-TRV          PIC X VALUE SPACES.
           88 FIN-TRV               VALUE 'O'.

      *    TYPE DE L'ECRITURE COURANTE TROUVE DANS LA TABLE
       01  IND-TYPE             PIC X VALUE 'N'.
           88 TYPE-TROUVE           VALUE 'O'.
           88 TYPE-ABSENT           VALUE 'N'.

      *    VERDICT DE LA PREUVE D'EQUILIBRE
       01  IND-EXTRACTION       PIC X VALUE 'O'.
           88 EXTRACTION-EQUILIBREE VALUE 'O'.
           88 EXTRACTION-REFUSEE    VALUE 'N'.

      * COMPTEURS
       01  CPT-ECRITURES            PIC 9(7) VALUE ZEROES.
       01  CPT-LIBEREES             PIC 9(7) VALUE ZEROES.
       01  CPT-M103                 PIC 9(7) VALUE ZEROES.
       01  CPT-FRJ                  PIC 9(7) VALUE ZEROES.
       01  CPT-REG                  PIC 9(7) VALUE ZEROES.
       01  CPT-PRIMES               PIC 9(7) VALUE ZEROES.
       01  CPT-JRN-JOUR             PIC 9(7) VALUE ZEROES.
       01  CPT-JRN-VIR              PIC 9(7) VALUE ZEROES.
       01  CPT-NON-IDENTIFIEES      PIC 9(7) VALUE ZEROES.
       01  CPT-SANS-COMPTE          PIC 9(7) VALUE ZEROES.
       01  CPT-DESEQUILIBRES        PIC 9(7) VALUE ZEROES.
       01  CPT-ECARTS-RAP           PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRES
           PERFORM CHARGER-CORRESPONDANCES

           PERFORM UNTIL FIN-M103
              PERFORM LIRE-M103
           END-PERFORM
           PERFORM UNTIL FIN-FRJ
              PERFORM LIRE-COMMISSION
           END-PERFORM
           PERFORM UNTIL FIN-REG
              PERFORM LIRE-REGLEMENT
           END-PERFORM
           PERFORM UNTIL FIN-JRN
              PERFORM LIRE-IMPUTATION
           END-PERFORM
           CLOSE CGLTRV

           PERFORM PROUVER-EQUILIBRE
           PERFORM EDITION-CONTROLE
           IF EXTRACTION-EQUILIBREE
              PERFORM LIBERER-EXTRACTION
           END-IF
           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN INPUT VIRMT103
           IF VIRMT103-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRMT103, FS : ' VIRMT103-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRFRJ
           IF VIRFRJ-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRFRJ, FS : ' VIRFRJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRREG
           IF VIRREG-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRREG, FS : ' VIRREG-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT BACJRN
           IF BACJRN-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACJRN, FS : ' BACJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CGLTRV
           IF CGLTRV-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLTRV, FS : ' CGLTRV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CGLCTL
           IF CGLCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLCTL, FS : ' CGLCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    DATE COMPTABLE (CARTE CGLPAR, DEFAUT LA DATE DU JOUR) :
      *    SEULES LES IMPUTATIONS BACJRN DE CETTE DATE SONT
      *    EXTRAITES, LE JOURNAL ETANT CUMULATIF. COMPTE
      *    D'ENCAISSEMENT DE LA COMPAGNIE (CARTE COLPAR).
       LIRE-PARAMETRES.
           MOVE DATE-TRAITEMENT TO DATE-COMPTABLE
           OPEN INPUT CGLPAR
           IF CGLPAR-FS = ZEROES OR CGLPAR-FS = 05
              READ CGLPAR
              IF CGLPAR-FS = ZEROES AND GPA-DATE-COMPTABLE NUMERIC
                 AND GPA-DATE-COMPTABLE NOT = ZEROES
                 MOVE GPA-DATE-COMPTABLE TO DATE-COMPTABLE
              END-IF
              CLOSE CGLPAR
           END-IF
           OPEN INPUT COLPAR
           IF COLPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COLPAR, FS : ' COLPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           READ COLPAR
           IF COLPAR-FS NOT = ZEROES OR CLP-NUMCPTC NOT NUMERIC
              DISPLAY 'CARTE COLPAR ABSENTE OU INVALIDE, '
                      'EXTRACTION IMPOSSIBLE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE COLPAR
           .

      *    CHARGEMENT DE LA TABLE DE CORRESPONDANCE. UN TYPE EN DOUBLE
      *    OU UNE TABLE VIDE EST UNE ERREUR DE LA TABLE : ARRET.
       CHARGER-CORRESPONDANCES.
           OPEN INPUT CGLMAP
           IF CGLMAP-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLMAP, FS : ' CGLMAP-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM UNTIL FIN-MAP
              READ CGLMAP
                 AT END SET FIN-MAP TO TRUE
              END-READ
              IF NOT FIN-MAP
                 IF CGLMAP-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ CGLMAP, FS : ' CGLMAP-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM RANGER-CORRESPONDANCE
              END-IF
           END-PERFORM
           CLOSE CGLMAP
           IF NB-TYPES = ZEROES
              DISPLAY 'TABLE DE CORRESPONDANCE CGLMAP VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    RANGEMENT D'UNE LIGNE DE CORRESPONDANCE DANS LA TABLE
       RANGER-CORRESPONDANCE.
           IF NB-TYPES > ZEROES
              SET IX-TYP TO 1
              SEARCH TT-ENTRY
                 WHEN TT-TYPE(IX-TYP) = MAP-TYPE
                    DISPLAY 'TYPE ' MAP-TYPE ' EN DOUBLE DANS CGLMAP'
                    PERFORM FIN-ERREUR-GRAVE
              END-SEARCH
           END-IF
           IF NB-TYPES = 30
              DISPLAY 'TABLE DE CORRESPONDANCE PLEINE (30)'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO NB-TYPES
           SET IX-TYP TO NB-TYPES
           MOVE MAP-TYPE TO TT-TYPE(IX-TYP)
           MOVE MAP-COMPTE-DEBIT TO TT-COMPTE-DEBIT(IX-TYP)
           MOVE MAP-COMPTE-CREDIT TO TT-COMPTE-CREDIT(IX-TYP)
           MOVE MAP-LIBELLE TO TT-LIBELLE(IX-TYP)
           .

      *    VIREMENT SORTANT EMIS : LE CLIENT DONNEUR D'ORDRE EST
      *    DEBITE, LE NOSTRO/TRANSIT CREDITE JUSQU'AU REGLEMENT PAR
      *    LE CORRESPONDANT
       LIRE-M103.
           READ VIRMT103
              AT END SET FIN-M103 TO TRUE
           END-READ
           IF NOT FIN-M103 AND VIRMT103-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRMT103, FS : ' VIRMT103-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NOT FIN-M103
              ADD 1 TO CPT-M103
              MOVE 'EMIS' TO ECR-TYPE
              MOVE M103-CODDEV TO ECR-CODDEV
              COMPUTE ECR-MONTANT ROUNDED = M103-MTTRAN
              MOVE M103-REFERENCE TO ECR-REFERENCE
              MOVE M103-NUMCLID TO ECR-NUMCLID-DEBIT
              MOVE M103-NUMCPTD TO ECR-NUMCPTD-DEBIT
              MOVE ZEROES TO ECR-NUMCLID-CREDIT ECR-NUMCPTD-CREDIT
              ADD ECR-MONTANT TO RAP-VIR-DEBIT
              PERFORM ECRIRE-ECRITURE
           END-IF
           .

      *    COMMISSION DE VIREMENT (EN EUR) : LE CLIENT EST DEBITE, LES
      *    PRODUITS CREDITES. LE JOURNAL DES COMMISSIONS NE PORTE PAS
      *    LE COMPTE DEBITE, SEULEMENT LE CLIENT.
       LIRE-COMMISSION.
           READ VIRFRJ
              AT END SET FIN-FRJ TO TRUE
           END-READ
           IF NOT FIN-FRJ AND VIRFRJ-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRFRJ, FS : ' VIRFRJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NOT FIN-FRJ
              ADD 1 TO CPT-FRJ
              MOVE 'COMM' TO ECR-TYPE
              MOVE CONST-DEVISE-COMPTES TO ECR-CODDEV
              MOVE FRJ-FRAIS TO ECR-MONTANT
              MOVE FRJ-REFERENCE TO ECR-REFERENCE
              MOVE FRJ-NUMCLID TO ECR-NUMCLID-DEBIT
              MOVE ZEROES TO ECR-NUMCPTD-DEBIT
              MOVE ZEROES TO ECR-NUMCLID-CREDIT ECR-NUMCPTD-CREDIT
              ADD ECR-MONTANT TO RAP-VIR-DEBIT
              PERFORM ECRIRE-ECRITURE
           END-IF
           .

      *    REGLEMENT INTERNE : DEBIT DU CLIENT DEBITEUR ; CREDIT DU
      *    COMPTE BENEFICIAIRE, OU DES PRIMES ACQUISES QUAND LE
      *    BENEFICIAIRE EST LE COMPTE D'ENCAISSEMENT DE LA COMPAGNIE
      *    (PRELEVEMENT DE PRIME GENERE PAR COLASS). DANS LES DEUX CAS
      *    LE COMPTE BENEFICIAIRE A ETE CREDITE DANS BACJRN.
       LIRE-REGLEMENT.
           READ VIRREG
              AT END SET FIN-REG TO TRUE
           END-READ
           IF NOT FIN-REG AND VIRREG-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRREG, FS : ' VIRREG-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NOT FIN-REG
              ADD 1 TO CPT-REG
              MOVE REG-CODDEV TO ECR-CODDEV
              COMPUTE ECR-MONTANT ROUNDED = REG-MTTRAN
              MOVE REG-REFERENCE TO ECR-REFERENCE
              MOVE REG-NUMCLID TO ECR-NUMCLID-DEBIT
              MOVE REG-NUMCPTD TO ECR-NUMCPTD-DEBIT
              IF REG-NUMCPTC = CLP-NUMCPTC
                 ADD 1 TO CPT-PRIMES
                 MOVE 'PRIM' TO ECR-TYPE
                 MOVE ZEROES TO ECR-NUMCLID-CREDIT ECR-NUMCPTD-CREDIT
              ELSE
                 MOVE 'REGI' TO ECR-TYPE
                 MOVE ZEROES TO ECR-NUMCLID-CREDIT
                 MOVE REG-NUMCPTC TO ECR-NUMCPTD-CREDIT
              END-IF
              ADD ECR-MONTANT TO RAP-VIR-DEBIT
              ADD ECR-MONTANT TO RAP-VIR-CREDIT
              PERFORM ECRIRE-ECRITURE
           END-IF
           .

      *    IMPUTATION BACJRN DE LA DATE COMPTABLE. CELLES DES
      *    VIREMENTS (REFERENCE D'EMISSION 'VIR' + DATE + SEQUENCE)
      *    SONT DEJA COMPTABILISEES PAR LES JOURNAUX DE VIR2 ET NE
      *    SERVENT QU'AU RAPPROCHEMENT ; LES AUTRES SONT RECONNUES A
      *    LEUR REFERENCE. UN CREDIT NON RECONNU EST UN PAIEMENT RECU
      *    (VIRENT, VIRSAF : REFERENCE RESEAU) ; UN DEBIT NON RECONNU
      *    VA AU COMPTE D'ATTENTE ET EST SIGNALE.
       LIRE-IMPUTATION.
           READ BACJRN
              AT END SET FIN-JRN TO TRUE
           END-READ
           IF NOT FIN-JRN AND BACJRN-FS NOT = ZEROES
              DISPLAY 'ERREUR READ BACJRN, FS : ' BACJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NOT FIN-JRN AND BJR-DATE = DATE-COMPTABLE
              ADD 1 TO CPT-JRN-JOUR
              COMPUTE ECR-MONTANT ROUNDED = BJR-MONTANT
              IF BJR-REFERENCE(1:3) = 'VIR'
                 AND BJR-REFERENCE(4:8) NUMERIC
                 ADD 1 TO CPT-JRN-VIR
                 IF BJR-SENS = 'D'
                    ADD ECR-MONTANT TO RAP-JRN-DEBIT
                 ELSE
                    ADD ECR-MONTANT TO RAP-JRN-CREDIT
                 END-IF
              ELSE
                 PERFORM CLASSER-IMPUTATION
                 MOVE CONST-DEVISE-COMPTES TO ECR-CODDEV
                 MOVE BJR-REFERENCE TO ECR-REFERENCE
                 IF BJR-SENS = 'D'
                    MOVE BJR-NUMCLID TO ECR-NUMCLID-DEBIT
                    MOVE BJR-NUMCPTD TO ECR-NUMCPTD-DEBIT
                    MOVE ZEROES TO ECR-NUMCLID-CREDIT
                                   ECR-NUMCPTD-CREDIT
                 ELSE
                    MOVE ZEROES TO ECR-NUMCLID-DEBIT ECR-NUMCPTD-DEBIT
                    MOVE BJR-NUMCLID TO ECR-NUMCLID-CREDIT
                    MOVE BJR-NUMCPTD TO ECR-NUMCPTD-CREDIT
                 END-IF
                 PERFORM ECRIRE-ECRITURE
              END-IF
           END-IF
           .

      *    TYPE D'ECRITURE D'UNE IMPUTATION HORS VIREMENT, D'APRES SA
      *    REFERENCE (VOIR BACMAJ ET BACINT) ET SON SENS
       CLASSER-IMPUTATION.
           EVALUATE TRUE
              WHEN BJR-REFERENCE = 'BACMAJ'
                 MOVE 'DEPO' TO ECR-TYPE
              WHEN BJR-REFERENCE(1:9) = 'INT CRED '
                 MOVE 'INTC' TO ECR-TYPE
              WHEN BJR-REFERENCE(1:9) = 'INT DEB  '
                 MOVE 'INTD' TO ECR-TYPE
              WHEN BJR-REFERENCE(1:9) = 'FRAIS TC '
                 MOVE 'FTEN' TO ECR-TYPE
              WHEN BJR-SENS = 'D'
                 ADD 1 TO CPT-NON-IDENTIFIEES
                 MOVE 'DIVE' TO ECR-TYPE
                 DISPLAY 'DEBIT NON IDENTIFIE COMPTE ' BJR-NUMCPTD
                         ' REFERENCE ' BJR-REFERENCE
                         ', PASSE EN COMPTE D''ATTENTE'
              WHEN OTHER
                 MOVE 'RECU' TO ECR-TYPE
           END-EVALUATE
           .

      *    ECRITURE DES DEUX LIGNES DE L'ECRITURE COURANTE, AUX
      *    COMPTES GENERAUX DE SON TYPE. UN TYPE ABSENT DE LA TABLE
      *    DONNE DES LIGNES SANS COMPTE : LA PREUVE LES REFUSERA.
       ECRIRE-ECRITURE.
           ADD 1 TO NUMERO-ECRITURE
           ADD 1 TO CPT-ECRITURES
           MOVE DATE-COMPTABLE TO GLL-DATE-COMPTABLE
           MOVE ECR-TYPE TO GLL-TYPE
           MOVE NUMERO-ECRITURE TO GLL-NUMERO
           MOVE ECR-CODDEV TO GLL-CODDEV
           MOVE ECR-MONTANT TO GLL-MONTANT
           MOVE ECR-REFERENCE TO GLL-REFERENCE
           MOVE SPACES TO GLL-LIBELLE GLL-COMPTE
           SET TYPE-ABSENT TO TRUE
           SET IX-TYP TO 1
           SEARCH TT-ENTRY
              WHEN TT-TYPE(IX-TYP) = ECR-TYPE
                 SET TYPE-TROUVE TO TRUE
                 MOVE TT-LIBELLE(IX-TYP) TO GLL-LIBELLE
           END-SEARCH

           MOVE 'D' TO GLL-SENS
           IF TYPE-TROUVE
              MOVE TT-COMPTE-DEBIT(IX-TYP) TO GLL-COMPTE
           END-IF
           MOVE ECR-NUMCLID-DEBIT TO GLL-NUMCLID
           MOVE ECR-NUMCPTD-DEBIT TO GLL-NUMCPTD
           PERFORM ECRIRE-LIGNE

           MOVE 'C' TO GLL-SENS
           IF TYPE-TROUVE
              MOVE TT-COMPTE-CREDIT(IX-TYP) TO GLL-COMPTE
           END-IF
           MOVE ECR-NUMCLID-CREDIT TO GLL-NUMCLID
           MOVE ECR-NUMCPTD-CREDIT TO GLL-NUMCPTD
           PERFORM ECRIRE-LIGNE
           .

      *    ECRITURE D'UNE LIGNE DANS LE FICHIER DE TRAVAIL
       ECRIRE-LIGNE.
           WRITE CGLLIG-REC
           IF CGLTRV-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE CGLTRV, FS : ' CGLTRV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    PREUVE DE L'EQUILIBRE SUR LE FICHIER DE TRAVAIL RELU (ET
      *    NON SUR LES CUMULS DE L'ECRITURE) : TOTAUX DEBIT ET CREDIT
      *    PAR DEVISE ET PAR TYPE D'ECRITURE, ET LIGNES SANS COMPTE
      *    GENERAL. UN SEUL DEFAUT SUFFIT A REFUSER L'EXTRACTION.
       PROUVER-EQUILIBRE.
           OPEN INPUT CGLTRV
           IF CGLTRV-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLTRV, FS : ' CGLTRV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM UNTIL FIN-TRV
              READ CGLTRV
                 AT END SET FIN-TRV TO TRUE
              END-READ
              IF NOT FIN-TRV
                 IF CGLTRV-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ CGLTRV, FS : ' CGLTRV-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM CUMULER-LIGNE
              END-IF
           END-PERFORM
           CLOSE CGLTRV

           IF CPT-SANS-COMPTE > ZEROES
              SET EXTRACTION-REFUSEE TO TRUE
           END-IF
           PERFORM VARYING IX-BAL FROM 1 BY 1 UNTIL IX-BAL > NB-BALANCES
              IF TB-DEBIT(IX-BAL) NOT = TB-CREDIT(IX-BAL)
                 ADD 1 TO CPT-DESEQUILIBRES
                 SET EXTRACTION-REFUSEE TO TRUE
              END-IF
           END-PERFORM
           .

      *    CUMUL DE LA LIGNE RELUE DANS LE POSTE DE SON COUPLE
      *    (DEVISE, TYPE), CREE A LA PREMIERE RENCONTRE
       CUMULER-LIGNE.
           IF GLL-COMPTE = SPACES
              ADD 1 TO CPT-SANS-COMPTE
           END-IF
           IF NB-BALANCES = ZEROES
              PERFORM CREER-BALANCE
           ELSE
              SET IX-BAL TO 1
              SEARCH TB-ENTRY
                 AT END
                    PERFORM CREER-BALANCE
                 WHEN TB-CODDEV(IX-BAL) = GLL-CODDEV
                    AND TB-TYPE(IX-BAL) = GLL-TYPE
                    CONTINUE
              END-SEARCH
           END-IF
           ADD 1 TO TB-NB-LIGNES(IX-BAL)
           IF GLL-SENS = 'D'
              ADD GLL-MONTANT TO TB-DEBIT(IX-BAL)
           ELSE
              ADD GLL-MONTANT TO TB-CREDIT(IX-BAL)
           END-IF
           .

      *    CREATION DU POSTE (DEVISE, TYPE)
       CREER-BALANCE.
           IF NB-BALANCES = 200
              DISPLAY 'TABLE DES BALANCES PLEINE (200), PREUVE '
                      'IMPOSSIBLE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO NB-BALANCES
           SET IX-BAL TO NB-BALANCES
           MOVE GLL-CODDEV TO TB-CODDEV(IX-BAL)
           MOVE GLL-TYPE TO TB-TYPE(IX-BAL)
           MOVE ZEROES TO TB-NB-LIGNES(IX-BAL) TB-DEBIT(IX-BAL)
                          TB-CREDIT(IX-BAL)
           .

      *    ETAT DE CONTROLE : BALANCE PAR DEVISE ET TYPE, RAPPROCHEMENT
      *    DES IMPUTATIONS DES VIREMENTS, COMPTEURS ET VERDICT
       EDITION-CONTROLE.
           MOVE DATE-COMPTABLE TO ENT-DATE
           WRITE CGLCTL-LIGNE FROM LIGNE-ENT
           MOVE SPACES TO CGLCTL-LIGNE
           WRITE CGLCTL-LIGNE
           WRITE CGLCTL-LIGNE FROM LIGNE-TITRE
           PERFORM VARYING IX-BAL FROM 1 BY 1 UNTIL IX-BAL > NB-BALANCES
              PERFORM EDITER-BALANCE
           END-PERFORM

           MOVE SPACES TO CGLCTL-LIGNE
           WRITE CGLCTL-LIGNE
           MOVE SPACES TO LIGNE-RAC
           MOVE 'RAPPROCHEMENT VIREMENTS   BACJRN / VIR2' TO
                RAC-LIBELLE
           WRITE CGLCTL-LIGNE FROM LIGNE-RAC
           MOVE SPACES TO LIGNE-RAC
           MOVE 'DEBITS CLIENTS' TO RAC-LIBELLE
           MOVE RAP-JRN-DEBIT TO RAC-JRN
           MOVE RAP-VIR-DEBIT TO RAC-VIR
           IF RAP-JRN-DEBIT = RAP-VIR-DEBIT
              MOVE 'OK' TO RAC-STATUT
           ELSE
              ADD 1 TO CPT-ECARTS-RAP
              MOVE 'ECART' TO RAC-STATUT
           END-IF
           WRITE CGLCTL-LIGNE FROM LIGNE-RAC
           MOVE SPACES TO LIGNE-RAC
           MOVE 'CREDITS CLIENTS' TO RAC-LIBELLE
           MOVE RAP-JRN-CREDIT TO RAC-JRN
           MOVE RAP-VIR-CREDIT TO RAC-VIR
           IF RAP-JRN-CREDIT = RAP-VIR-CREDIT
              MOVE 'OK' TO RAC-STATUT
           ELSE
              ADD 1 TO CPT-ECARTS-RAP
              MOVE 'ECART' TO RAC-STATUT
           END-IF
           WRITE CGLCTL-LIGNE FROM LIGNE-RAC

           MOVE SPACES TO CGLCTL-LIGNE
           WRITE CGLCTL-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE 'VIREMENTS EMIS (VIRMT103) .....' TO LIG-LIBELLE
           MOVE CPT-M103 TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMMISSIONS (VIRFRJ) ..........' TO LIG-LIBELLE
           MOVE CPT-FRJ TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS INTERNES (VIRREG) ..' TO LIG-LIBELLE
           MOVE CPT-REG TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE '  DONT ENCAISSEMENTS DE PRIMES .' TO LIG-LIBELLE
           MOVE CPT-PRIMES TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'IMPUTATIONS BACJRN DU JOUR ....' TO LIG-LIBELLE
           MOVE CPT-JRN-JOUR TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE '  DONT VIREMENTS (RAPPROCHEES) .' TO LIG-LIBELLE
           MOVE CPT-JRN-VIR TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE '  DONT DEBITS NON IDENTIFIES ..' TO LIG-LIBELLE
           MOVE CPT-NON-IDENTIFIEES TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'ECRITURES GENEREES ............' TO LIG-LIBELLE
           MOVE CPT-ECRITURES TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'LIGNES SANS COMPTE GENERAL ....' TO LIG-LIBELLE
           MOVE CPT-SANS-COMPTE TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COUPLES DEVISE/TYPE DESEQUILIB.' TO LIG-LIBELLE
           MOVE CPT-DESEQUILIBRES TO LIG-VALEUR
           WRITE CGLCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO CGLCTL-LIGNE
           WRITE CGLCTL-LIGNE
           IF EXTRACTION-EQUILIBREE
              MOVE 'EXTRACTION EQUILIBREE : LIBEREE VERS CGLINT'
                TO CGLCTL-LIGNE
           ELSE
              MOVE 'EXTRACTION REFUSEE : CGLINT NON ECRIT'
                TO CGLCTL-LIGNE
           END-IF
           WRITE CGLCTL-LIGNE
           .

      *    LIGNE DE BALANCE DU POSTE IX-BAL
       EDITER-BALANCE.
           MOVE SPACES TO LIGNE-BAL
           MOVE TB-CODDEV(IX-BAL) TO BAL-CODDEV
           MOVE TB-TYPE(IX-BAL) TO BAL-TYPE
           SET IX-TYP TO 1
           SEARCH TT-ENTRY
              AT END
                 MOVE '** TYPE ABSENT DE CGLMAP **' TO BAL-LIBELLE
              WHEN TT-TYPE(IX-TYP) = TB-TYPE(IX-BAL)
                 MOVE TT-LIBELLE(IX-TYP) TO BAL-LIBELLE
           END-SEARCH
           MOVE TB-NB-LIGNES(IX-BAL) TO BAL-NB
           MOVE TB-DEBIT(IX-BAL) TO BAL-DEBIT
           MOVE TB-CREDIT(IX-BAL) TO BAL-CREDIT
           COMPUTE BAL-ECART = TB-DEBIT(IX-BAL) - TB-CREDIT(IX-BAL)
           IF TB-DEBIT(IX-BAL) = TB-CREDIT(IX-BAL)
              MOVE 'EQUILIBRE' TO BAL-STATUT
           ELSE
              MOVE 'DESEQUILIBRE' TO BAL-STATUT
           END-IF
           WRITE CGLCTL-LIGNE FROM LIGNE-BAL
           .

      *    RECOPIE DU FICHIER DE TRAVAIL PROUVE DANS L'INTERFACE
       LIBERER-EXTRACTION.
           OPEN INPUT CGLTRV
           IF CGLTRV-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLTRV, FS : ' CGLTRV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT CGLINT
           IF CGLINT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN CGLINT, FS : ' CGLINT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE SPACES TO IND-FIN-TRV
           PERFORM UNTIL FIN-TRV
              READ CGLTRV
                 AT END SET FIN-TRV TO TRUE
              END-READ
              IF NOT FIN-TRV
                 IF CGLTRV-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ CGLTRV, FS : ' CGLTRV-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 WRITE CGLINT-REC FROM CGLLIG-REC
                 IF CGLINT-FS NOT = ZEROES
                    DISPLAY 'ERREUR WRITE CGLINT, FS : ' CGLINT-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 ADD 1 TO CPT-LIBEREES
              END-IF
           END-PERFORM
           CLOSE CGLTRV
           CLOSE CGLINT
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DES DISPLAY
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'CGLEXT' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-ECRITURES TO STA-CPT(1)
              MOVE CPT-LIBEREES TO STA-CPT(2)
              MOVE CPT-JRN-JOUR TO STA-CPT(3)
              MOVE CPT-NON-IDENTIFIEES TO STA-CPT(4)
              MOVE CPT-DESEQUILIBRES TO STA-CPT(5)
              MOVE CPT-SANS-COMPTE TO STA-CPT(6)
              MOVE CPT-ECARTS-RAP TO STA-CPT(7)
              WRITE STABAT-REC
              IF STABAT-FS NOT = ZEROES
                 DISPLAY 'ERREUR WRITE STABAT, FS : ' STABAT-FS
              END-IF
              CLOSE STABAT
           END-IF
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           CLOSE VIRMT103
           CLOSE VIRFRJ
           CLOSE VIRREG
           CLOSE BACJRN
           CLOSE CGLCTL
      *    EXTRACTION REFUSEE : CODE RETOUR 8, LE TRANSFERT VERS LA
      *    COMPTABILITE GENERALE NE DOIT PAS PARTIR. ECART DE
      *    RAPPROCHEMENT OU DEBIT EN ATTENTE : CODE RETOUR 4,
      *    L'EXTRACTION EST LIBEREE MAIS DOIT ETRE REVUE.
           IF RETURN-CODE = ZEROES
              IF EXTRACTION-REFUSEE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF CPT-ECARTS-RAP > ZEROES
                    OR CPT-NON-IDENTIFIEES > ZEROES
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           DISPLAY 'DATE COMPTABLE      : ' DATE-COMPTABLE
           DISPLAY 'ECRITURES GENEREES  : ' CPT-ECRITURES
           DISPLAY 'LIGNES LIBEREES     : ' CPT-LIBEREES
           DISPLAY 'IMPUTATIONS DU JOUR : ' CPT-JRN-JOUR
           DISPLAY 'NON IDENTIFIEES     : ' CPT-NON-IDENTIFIEES
           DISPLAY 'SANS COMPTE GENERAL : ' CPT-SANS-COMPTE
           DISPLAY 'DESEQUILIBRES       : ' CPT-DESEQUILIBRES
           DISPLAY 'ECARTS RAPPROCHEMENT: ' CPT-ECARTS-RAP
           IF EXTRACTION-REFUSEE
              DISPLAY 'EXTRACTION REFUSEE, CGLINT NON ECRIT'
           END-IF
           PERFORM ENREGISTRER-STATISTIQUES
            STOP RUN
           .
