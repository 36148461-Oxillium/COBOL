      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: GESTION DES IMPAYES DE PRIME. RAPPROCHE LES CLES DES
      *          MOUVEMENTS D'ENCAISSEMENT GENERES PAR COLASS (COLCLE)
      *          DES REJETS DU JOUR : REJETS DE VIR2 (VIRREJ) ET
      *          REJETS RESEAU RENDUS PAR VIRACQ (VIRNAK, MEME FORMAT,
      *          CODE 90). UN ENCAISSEMENT REJETE EST PORTE AU COMPTE
      *          D'ARRIERES DE L'ASSURE (ARRASS : NOMBRE D'ECHECS
      *          CONSECUTIFS, MONTANT RESTANT DU) ET REPRESENTE PAR
      *          COLASS AVEC L'ECHEANCE SUIVANTE ; UN ENCAISSEMENT
      *          PASSE SOLDE LE COMPTE. AU PREMIER ET AU SECOND ECHEC,
      *          UNE LETTRE DE RELANCE EST EDITEE (NOM ET ADRESSE LUS
      *          PAR ACCESS3). QUAND LE NOMBRE D'ECHECS ATTEINT LE
      *          SEUIL DE LA CARTE IMPPAR (3 PAR DEFAUT ET AU
      *          MINIMUM, POUR QUE LA SECONDE LETTRE PRECEDE TOUJOURS
      *          LA SUSPENSION), UN MOUVEMENT
      *          DE SUSPENSION 'U' AU FORMAT MVTASS EST GENERE POUR
      *          PROJ3. LES REJETS TECHNIQUES (DOUBLON, INCIDENTS DE
      *          LA CHAINE) NE SONT PAS IMPUTABLES AU PAYEUR : LE
      *          MONTANT EST REPRESENTE MAIS L'ECHEC N'EST PAS COMPTE.
      *          UN ENCAISSEMENT RETENU PAR LE FILTRAGE SANCTIONS
      *          (VIRSNA EN ATTENTE, OU LIBERE CE JOUR ET PAS ENCORE
      *          REPASSE PAR VIR2) N'EST NI PASSE NI REJETE : SA CLE
      *          EST REPORTEE DANS LA NOUVELLE GENERATION DES CLES EN
      *          ATTENTE (IMPATN) ET REEXAMINEE AUX RUNS SUIVANTS AVEC
      *          LES CLES DU JOUR, JUSQU'A CE QU'UN REJET (REFUS DE LA
      *          CONFORMITE, CODE 23, OU REJET APRES LIBERATION) OU LE
      *          PASSAGE SANS REJET LA SOLDE. UN REJET N'EST IMPUTE A
      *          L'ENCAISSEMENT QUE SI LE COMPTE DU BENEFICIAIRE ET LE
      *          MONTANT SONT AUSSI CEUX DU MOUVEMENT : L'IDENTITE
      *          CLIENT/COMPTE/DATECH/NUMDDE EST NUMEROTEE PAR CHAQUE
      *          GENERATEUR DE MOUVEMENTS (COLASS, VIRPGN...) ET PEUT
      *          ETRE PARTAGEE PAR UN AUTRE VIREMENT DU MEME COMPTE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTE PARAMETRE : NOMBRE D'ECHECS DECLENCHANT LA SUSPENSION
      *    (FICHIER OPTIONNEL : SANS CARTE, LE SEUIL PAR DEFAUT
      *    S'APPLIQUE)
           SELECT OPTIONAL IMPPAR ASSIGN TO DDIMPPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPPAR-FS.

      *    CLES DES MOUVEMENTS D'ENCAISSEMENT GENERES PAR COLASS
           SELECT COLCLE ASSIGN TO DDCOLCLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COLCLE-FS.

      *    CLES D'ENCAISSEMENT RESTEES EN ATTENTE AU RUN PRECEDENT
      *    (MEME DECOUPAGE QUE COLCLE ; ABSENT SUR UN PREMIER
      *    LANCEMENT)
           SELECT OPTIONAL IMPATT ASSIGN TO DDIMPATT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPATT-FS.

      *    NOUVELLE GENERATION DES CLES EN ATTENTE (DEVIENT L'IMPATT
      *    DU RUN SUIVANT)
           SELECT IMPATN ASSIGN TO DDIMPATN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPATN-FS.

      *    MOUVEMENTS RETENUS PAR LE FILTRAGE SANCTIONS (VOIR
      *    VIRSNA.CPY). FICHIER OPTIONNEL : CREE PAR VIR2 A LA
      *    PREMIERE MISE EN ATTENTE.
           SELECT OPTIONAL VIRSNA ASSIGN TO DDVIRSNA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SNA-CLE
           FILE STATUS IS VIRSNA-FS.

      *    REJETS DU JOUR DE VIR2 (VOIR VIRREJ.CPY)
           SELECT VIRREJ ASSIGN TO DDVIRREJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRREJ-FS.

      *    REJETS RESEAU DU JOUR RENDUS PAR VIRACQ (FORMAT VIRREJ)
           SELECT OPTIONAL VIRNAK ASSIGN TO DDVIRNAK
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRNAK-FS.

      *    FICHIER DE TRAVAIL DES REJETS DU JOUR, INDEXE PAR LA CLE DU
      *    MOUVEMENT, LE COMPTE DU BENEFICIAIRE ET LE MONTANT, POUR LE
      *    RAPPROCHEMENT AVEC COLCLE
           SELECT IMPREJ ASSIGN TO DDIMPREJ
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IMR-CLE
           FILE STATUS IS IMPREJ-FS.

      *    COMPTES D'ARRIERES DES ASSURES (VOIR ARRASS.CPY). FICHIER
      *    OPTIONNEL : CREE AU PREMIER IMPAYE CONSTATE.
           SELECT OPTIONAL ARRASS ASSIGN TO DDARRASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARR-MATRICULE
           FILE STATUS IS ARRASS-FS.

      *    LETTRES DE RELANCE
           SELECT IMPLET ASSIGN TO DDIMPLET
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPLET-FS.

      *    MOUVEMENTS DE SUSPENSION GENERES (FORMAT MVTASS, POUR PROJ3)
           SELECT IMPSUS ASSIGN TO DDIMPSUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPSUS-FS.

      *    ETAT DE CONTROLE : UNE LIGNE PAR ENCAISSEMENT REJETE OU
      *    REGULARISE, PUIS LES TOTAUX
           SELECT IMPCTL ASSIGN TO DDIMPCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS IMPCTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPPAR.
       01  IMPPAR-ENR.
           05 IPP-SEUIL-SUSPENSION  PIC 9(2).
           05 FILLER                PIC X(78).

       FD  COLCLE.
           COPY COLCLE.

       FD  IMPATT.
       01  IMPATT-RECORD PIC X(60).

       FD  IMPATN.
       01  IMPATN-RECORD PIC X(60).

       FD  VIRSNA.
           COPY VIRSNA.

       FD  VIRREJ.
       01  VIRREJ-RECORD PIC X(130).

       FD  VIRNAK.
       01  VIRNAK-RECORD PIC X(130).

      *    REJET DU JOUR : CODE, LIBELLE ET ORIGINE ('V' VIR2, 'A'
      *    VIRACQ) DU PREMIER REJET RENCONTRE POUR LA CLE
       FD  IMPREJ.
       01  IMPREJ-REC.
           05 IMR-CLE.
              10 IMR-NUMCLID      PIC 9(2).
              10 IMR-NUMCPTD      PIC 9(2).
              10 IMR-DATECH       PIC 9(8).
              10 IMR-NUMDDE       PIC 9(2).
              10 IMR-NUMCPTC      PIC 9(2).
              10 IMR-MTTRAN       PIC S9(9)V9(9).
           05 IMR-CODE-ERR        PIC 99.
           05 IMR-LIBELLE         PIC X(50).
           05 IMR-ORIGINE         PIC X.

       FD  ARRASS.
           COPY ARRASS.

       FD  IMPLET.
       01  IMPLET-LIGNE PIC X(80).

       FD  IMPSUS.
       01  IMPSUS-RECORD PIC X(80).

       FD  IMPCTL.
       01  IMPCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  IMPPAR-FS   PIC 99 VALUE ZEROES.
       01  COLCLE-FS   PIC 99 VALUE ZEROES.
       01  IMPATT-FS   PIC 99 VALUE ZEROES.
       01  IMPATN-FS   PIC 99 VALUE ZEROES.
       01  VIRSNA-FS   PIC 99 VALUE ZEROES.
       01  VIRREJ-FS   PIC 99 VALUE ZEROES.
       01  VIRNAK-FS   PIC 99 VALUE ZEROES.
       01  IMPREJ-FS   PIC 99 VALUE ZEROES.
       01  ARRASS-FS   PIC 99 VALUE ZEROES.
       01  IMPLET-FS   PIC 99 VALUE ZEROES.
       01  IMPSUS-FS   PIC 99 VALUE ZEROES.
       01  IMPCTL-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT (DATE DES LETTRES ET DES SUSPENSIONS)
       01  DATE-TRAITEMENT    PIC 9(8).

      *    SEUIL DE SUSPENSION PAR DEFAUT ET SEUIL RETENU
       01  CONST-SEUIL-SUSPENSION PIC 9(2) VALUE 3.
       01  SEUIL-SUSPENSION       PIC 9(2).

      *    REJET LU (VIRREJ OU VIRNAK), EN COURS DE CHARGEMENT
       COPY VIRREJ.

      *    ORIGINE DU FICHIER DE REJETS EN COURS DE CHARGEMENT
       01  ORIGINE-REJET      PIC X.

      *    MOUVEMENT RETENU PAR LA CONFORMITE (SNA-MOUVEMENT)
       COPY VIRENR.

       01  PIC X VALUE SPACES.
           88 FIN-VIRREJ VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-VIRNAK VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-COLCLE VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-IMPATT VALUE 'O'.

      *    LE FICHIER DES MISES EN ATTENTE EXISTE-T-IL
       01  IND-VIRSNA          PIC X VALUE 'N'.
           88 VIRSNA-PRESENT       VALUE 'O'.
           88 VIRSNA-ABSENT        VALUE 'N'.

      *    L'ENCAISSEMENT COURANT EST-IL RETENU PAR LA CONFORMITE
       01  IND-RETENU          PIC X VALUE 'N'.
           88 ENCAISSEMENT-RETENU  VALUE 'O'.
           88 ENCAISSEMENT-LIBRE   VALUE 'N'.

      *    LE COMPTE D'ARRIERES DE L'ASSURE EXISTAIT-IL DEJA
       01  IND-ARRIERE         PIC X VALUE SPACES.
           88 ARRIERE-EXISTANT     VALUE 'O'.
           88 ARRIERE-NOUVEAU      VALUE 'N'.

      *    DATE AAAAMMJJ DECOUPEE POUR L'EDITION JJ/MM/AAAA
       01  DATE-AAAAMMJJ       PIC 9(8).
       01  FILLER REDEFINES DATE-AAAAMMJJ.
           05 DAT-AAAA         PIC 9(4).
           05 DAT-MM           PIC 9(2).
           05 DAT-JJ           PIC 9(2).
       01  DATE-EDITEE.
           05 DED-JJ           PIC 9(2).
           05 FILLER           PIC X VALUE '/'.
           05 DED-MM           PIC 9(2).
           05 FILLER           PIC X VALUE '/'.
           05 DED-AAAA         PIC 9(4).

      *    LIGNES DES LETTRES DE RELANCE
       01  LIGNE-LET           PIC X(80).

       01  LIGNE-LET-DATE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(3)  VALUE 'LE '.
           05 LTD-DATE         PIC X(10).
           05 FILLER           PIC X(27) VALUE SPACES.

       01  LIGNE-LET-ADRESSE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 LTA-TEXTE        PIC X(20).
           05 FILLER           PIC X(20) VALUE SPACES.

       01  LIGNE-LET-VILLE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 LTV-CODE-POSTAL  PIC 9(5).
           05 FILLER           PIC X VALUE SPACE.
           05 LTV-VILLE        PIC X(12).
           05 FILLER           PIC X(22) VALUE SPACES.

       01  LIGNE-LET-POLICE.
           05 FILLER           PIC X(20) VALUE 'POLICE NUMERO     : '.
           05 LTP-MATRICULE    PIC 9(6).
           05 FILLER           PIC X(54) VALUE SPACES.

       01  LIGNE-LET-PRELEVEMENT.
           05 FILLER           PIC X(25)
              VALUE 'NOTRE PRELEVEMENT DU '.
           05 LTR-DATE         PIC X(10).
           05 FILLER           PIC X(45)
              VALUE ' N''A PAS PU ETRE EFFECTUE.'.

       01  LIGNE-LET-MOTIF.
           05 FILLER           PIC X(20) VALUE 'MOTIF             : '.
           05 LTM-LIBELLE      PIC X(50).
           05 FILLER           PIC X(10) VALUE SPACES.

       01  LIGNE-LET-MONTANT.
           05 FILLER           PIC X(20) VALUE 'MONTANT RESTANT DU: '.
           05 LTM-MONTANT      PIC ZZZZZZ9.99.
           05 FILLER           PIC X(4)  VALUE ' EUR'.
           05 FILLER           PIC X(46) VALUE SPACES.

      *    LIGNE DE DETAIL DE L'ETAT DE CONTROLE
       01  LIGNE-DET.
           05 DET-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1).
           05 DET-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-DATECH      PIC 9(8).
           05 FILLER          PIC X(1).
           05 DET-NUMDDE      PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-MONTANT     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 DET-NB-ECHECS   PIC Z9.
           05 FILLER          PIC X(1).
           05 DET-SORT        PIC X(35).
           05 FILLER          PIC X(6).

      *    LIGNE DE TOTAL DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

       01  LIGNE-CTL-MONTANT.
           05 LIM-LIBELLE     PIC X(40).
           05 LIM-VALEUR      PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(26).

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

       01  COMPTEURS.
           05 CPT-REJ-CHARGES   PIC 9(7) VALUE ZEROES.
           05 CPT-CLE-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-ATT-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-RETENUS       PIC 9(7) VALUE ZEROES.
           05 CPT-ENC-PASSES    PIC 9(7) VALUE ZEROES.
           05 CPT-REGULARISES   PIC 9(7) VALUE ZEROES.
           05 CPT-ECHECS        PIC 9(7) VALUE ZEROES.
           05 CPT-REJ-TECHNIQUES PIC 9(7) VALUE ZEROES.
           05 CPT-DEJA-CONSTATES PIC 9(7) VALUE ZEROES.
           05 CPT-LETTRES-1     PIC 9(7) VALUE ZEROES.
           05 CPT-LETTRES-2     PIC 9(7) VALUE ZEROES.
           05 CPT-SUSPENSIONS   PIC 9(7) VALUE ZEROES.
           05 CPT-DEJA-SUSPENDUS PIC 9(7) VALUE ZEROES.
           05 CPT-INCONNUS      PIC 9(7) VALUE ZEROES.
       01  TOTAL-IMPAYE         PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE
           PERFORM CHARGER-REJETS

           PERFORM READ-COLCLE
           PERFORM UNTIL FIN-COLCLE
              ADD 1 TO CPT-CLE-LUES
              PERFORM TRAITER-ENCAISSEMENT
              PERFORM READ-COLCLE
           END-PERFORM

           IF IMPATT-FS = ZEROES
              PERFORM READ-IMPATT
              PERFORM UNTIL FIN-IMPATT
                 ADD 1 TO CPT-ATT-LUES
                 PERFORM TRAITER-ENCAISSEMENT
                 PERFORM READ-IMPATT
              END-PERFORM
           END-IF

           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           MOVE SPACES TO LIGNE-DET
           OPEN INPUT IMPPAR
           IF IMPPAR-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN IMPPAR, FS : ' IMPPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT COLCLE
           IF COLCLE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT IMPATT
           IF IMPATT-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN IMPATT, FS : ' IMPATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT IMPATN
           IF IMPATN-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPATN, FS : ' IMPATN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRSNA
           EVALUATE VIRSNA-FS
              WHEN '00'
                 SET VIRSNA-PRESENT TO TRUE
              WHEN '05'
                 SET VIRSNA-ABSENT TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR OPEN VIRSNA, FS : ' VIRSNA-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           OPEN INPUT VIRREJ
           IF VIRREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRREJ, FS : ' VIRREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRNAK
           IF VIRNAK-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRNAK, FS : ' VIRNAK-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
      *    LE FICHIER DE TRAVAIL DES REJETS EST RECREE VIDE (OPEN
      *    OUTPUT PUIS REOUVERTURE EN I-O), COMME LES FICHIERS DE
      *    TRAVAIL DE LA CHAINE VIR
           OPEN OUTPUT IMPREJ
           IF IMPREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPREJ, FS : ' IMPREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE IMPREJ
           OPEN I-O IMPREJ
           IF IMPREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPREJ, FS : ' IMPREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O ARRASS
           IF ARRASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARRASS, FS : ' ARRASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT IMPLET
           IF IMPLET-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPLET, FS : ' IMPLET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT IMPSUS
           IF IMPSUS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPSUS, FS : ' IMPSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT IMPCTL
           IF IMPCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN IMPCTL, FS : ' IMPCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DU SEUIL DE SUSPENSION. CARTE ABSENTE,
      *    NON NUMERIQUE OU INFERIEURE A 3 : LE SEUIL PAR DEFAUT
      *    S'APPLIQUE. LE SEUIL NE PEUT DESCENDRE SOUS 3 : LA SECONDE
      *    LETTRE (2E ECHEC) ANNONCE LA SUSPENSION, ELLE DOIT PRECEDER
      *    LE MOUVEMENT.
       LIRE-PARAMETRE.
           MOVE CONST-SEUIL-SUSPENSION TO SEUIL-SUSPENSION
           READ IMPPAR
           IF IMPPAR-FS = ZEROES
              IF IPP-SEUIL-SUSPENSION IS NUMERIC
                 AND IPP-SEUIL-SUSPENSION > 2
                 MOVE IPP-SEUIL-SUSPENSION TO SEUIL-SUSPENSION
              ELSE
                 DISPLAY 'CARTE IMPPAR INVALIDE, SEUIL PAR DEFAUT'
              END-IF
           END-IF
           DISPLAY 'SUSPENSION AU ' SEUIL-SUSPENSION 'E ECHEC'
           .

      *    CHARGEMENT DES REJETS DU JOUR (VIR2 PUIS VIRACQ) DANS LE
      *    FICHIER DE TRAVAIL. UNE CLE DEJA CHARGEE GARDE SON PREMIER
      *    REJET.
       CHARGER-REJETS.
           MOVE 'V' TO ORIGINE-REJET
           PERFORM READ-VIRREJ
           PERFORM UNTIL FIN-VIRREJ
              PERFORM ENREGISTRER-REJET
              PERFORM READ-VIRREJ
           END-PERFORM
           MOVE 'A' TO ORIGINE-REJET
           IF VIRNAK-FS = ZEROES
              PERFORM READ-VIRNAK
              PERFORM UNTIL FIN-VIRNAK
                 PERFORM ENREGISTRER-REJET
                 PERFORM READ-VIRNAK
              END-PERFORM
           END-IF
           .

       READ-VIRREJ.
           READ VIRREJ INTO VIRREJ-REC
              AT END
                 SET FIN-VIRREJ TO TRUE
           END-READ
           IF VIRREJ-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VIRREJ, FS : ' VIRREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       READ-VIRNAK.
           READ VIRNAK INTO VIRREJ-REC
              AT END
                 SET FIN-VIRNAK TO TRUE
           END-READ
           IF VIRNAK-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VIRNAK, FS : ' VIRNAK-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       ENREGISTRER-REJET.
           MOVE VREJ-NUMCLID TO IMR-NUMCLID
           MOVE VREJ-NUMCPTD TO IMR-NUMCPTD
           MOVE VREJ-DATECH TO IMR-DATECH
           MOVE VREJ-NUMDDE TO IMR-NUMDDE
           MOVE VREJ-NUMCPTC TO IMR-NUMCPTC
           MOVE VREJ-MTTRAN TO IMR-MTTRAN
           MOVE VREJ-CODE-ERR TO IMR-CODE-ERR
           MOVE VREJ-LIBELLE TO IMR-LIBELLE
           MOVE ORIGINE-REJET TO IMR-ORIGINE
           WRITE IMPREJ-REC
           EVALUATE IMPREJ-FS
              WHEN '00'
                 ADD 1 TO CPT-REJ-CHARGES
              WHEN '22'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE IMPREJ, FS : ' IMPREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       READ-COLCLE.
           READ COLCLE
              AT END
                 SET FIN-COLCLE TO TRUE
           END-READ
           IF COLCLE-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE D'UNE CLE RESTEE EN ATTENTE, DANS LA ZONE COLCLE
       READ-IMPATT.
           READ IMPATT INTO COLCLE-REC
              AT END
                 SET FIN-IMPATT TO TRUE
           END-READ
           IF IMPATT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ IMPATT, FS : ' IMPATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    UN ENCAISSEMENT DONT LA CLE (AVEC LE COMPTE DU BENEFICIAIRE
      *    ET LE MONTANT) FIGURE PARMI LES REJETS DU JOUR EST UN
      *    ECHEC ; UN ENCAISSEMENT RETENU PAR LA CONFORMITE RESTE EN
      *    ATTENTE ; LES AUTRES SONT PASSES
       TRAITER-ENCAISSEMENT.
           MOVE CCL-NUMCLID TO IMR-NUMCLID
           MOVE CCL-NUMCPTD TO IMR-NUMCPTD
           MOVE CCL-DATECH TO IMR-DATECH
           MOVE CCL-NUMDDE TO IMR-NUMDDE
           MOVE CCL-NUMCPTC TO IMR-NUMCPTC
           MOVE CCL-MONTANT TO IMR-MTTRAN
           READ IMPREJ
           EVALUATE IMPREJ-FS
              WHEN '00'
                 PERFORM CONSTATER-ECHEC
              WHEN '23'
                 PERFORM CONTROLER-RETENUE
                 IF ENCAISSEMENT-RETENU
                    PERFORM REPORTER-ATTENTE
                 ELSE
                    ADD 1 TO CPT-ENC-PASSES
                    PERFORM REGULARISER
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERREUR READ IMPREJ, FS : ' IMPREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ENCAISSEMENT RETENU PAR LE FILTRAGE SANCTIONS : EN ATTENTE
      *    DE DECISION, OU LIBERE CE JOUR (IL REPASSE PAR VIR2 AU
      *    PROCHAIN RUN). LE MOUVEMENT RETENU DOIT ETRE CELUI DE
      *    L'ENCAISSEMENT (MEME BENEFICIAIRE, MEME MONTANT).
       CONTROLER-RETENUE.
           SET ENCAISSEMENT-LIBRE TO TRUE
           IF VIRSNA-PRESENT
              MOVE CCL-CLE TO SNA-CLE
              READ VIRSNA
              EVALUATE VIRSNA-FS
                 WHEN '00'
                    MOVE SNA-MOUVEMENT TO VIRMVT-ENR
                    IF NUMCPTC = CCL-NUMCPTC
                       AND MTTRAN = CCL-MONTANT
                       AND (SNA-EN-ATTENTE
                            OR (SNA-LIBERE
                                AND SNA-DATE-DECISION =
                                    DATE-TRAITEMENT))
                       SET ENCAISSEMENT-RETENU TO TRUE
                    END-IF
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    ENCAISSEMENT EN ATTENTE : NI ECHEC NI REGULARISATION, LA
      *    CLE EST REPORTEE AU RUN SUIVANT ET LE COMPTE D'ARRIERES
      *    RESTE EN L'ETAT
       REPORTER-ATTENTE.
           WRITE IMPATN-RECORD FROM COLCLE-REC
           IF IMPATN-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE IMPATN, FS : ' IMPATN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-RETENUS
           MOVE ZEROES TO DET-NB-ECHECS
           MOVE 'RETENU CONFORMITE, EN ATTENTE' TO DET-SORT
           PERFORM ECRIRE-LIGNE-DET
           .

      *    ENCAISSEMENT PASSE : L'ARRIERE REPRESENTE EST REGLE, LE
      *    COMPTE D'ARRIERES DE L'ASSURE EST SUPPRIME
       REGULARISER.
           MOVE CCL-MATRICULE TO ARR-MATRICULE
           READ ARRASS
           EVALUATE ARRASS-FS
              WHEN '00'
                 DELETE ARRASS
                 IF ARRASS-FS NOT = ZEROES
                    DISPLAY 'ERREUR DELETE ARRASS, FS : ' ARRASS-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 ADD 1 TO CPT-REGULARISES
                 MOVE ZEROES TO DET-NB-ECHECS
                 MOVE 'ARRIERE REGLE, COMPTE SOLDE' TO DET-SORT
                 PERFORM ECRIRE-LIGNE-DET
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ ARRASS, FS : ' ARRASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ENCAISSEMENT REJETE : LE MONTANT PRELEVE (PRIME PLUS
      *    ARRIERE DEJA REPRESENTE) DEVIENT LE MONTANT RESTANT DU. LA
      *    DATE DU DERNIER ECHEC EST CELLE DU PRELEVEMENT : UN ECHEC
      *    DEJA CONSTATE POUR CETTE DATE (RELANCE DU TRAITEMENT) N'EST
      *    PAS COMPTE DEUX FOIS.
       CONSTATER-ECHEC.
           PERFORM LIRE-COMPTE-ARRIERE
           IF ARRIERE-EXISTANT
              AND ARR-DATE-DERNIER-ECHEC = CCL-DATECH
              ADD 1 TO CPT-DEJA-CONSTATES
              MOVE ARR-NB-ECHECS TO DET-NB-ECHECS
              MOVE 'ECHEC DEJA CONSTATE, IGNORE' TO DET-SORT
              PERFORM ECRIRE-LIGNE-DET
           ELSE
              MOVE CCL-MONTANT TO ARR-MONTANT-DU
              MOVE CCL-DATECH TO ARR-DATE-DERNIER-ECHEC
              MOVE IMR-CODE-ERR TO ARR-CODE-ERR
              MOVE IMR-LIBELLE TO ARR-LIBELLE
              ADD CCL-MONTANT TO TOTAL-IMPAYE
              IF IMR-CODE-ERR = 18
                 OR (IMR-CODE-ERR >= 80 AND IMR-CODE-ERR < 90)
                 ADD 1 TO CPT-REJ-TECHNIQUES
                 MOVE ARR-NB-ECHECS TO DET-NB-ECHECS
                 MOVE 'REJET TECHNIQUE, REPRESENTE' TO DET-SORT
                 PERFORM ECRIRE-LIGNE-DET
              ELSE
                 ADD 1 TO CPT-ECHECS
                 IF ARR-NB-ECHECS < 99
                    ADD 1 TO ARR-NB-ECHECS
                 END-IF
                 PERFORM RELANCER-ASSURE
              END-IF
              PERFORM ENREGISTRER-COMPTE-ARRIERE
           END-IF
           .

      *    LECTURE DU COMPTE D'ARRIERES DE L'ASSURE ; A DEFAUT, UN
      *    COMPTE VIERGE EST PREPARE
       LIRE-COMPTE-ARRIERE.
           MOVE CCL-MATRICULE TO ARR-MATRICULE
           READ ARRASS
           EVALUATE ARRASS-FS
              WHEN '00'
                 SET ARRIERE-EXISTANT TO TRUE
              WHEN '23'
                 SET ARRIERE-NOUVEAU TO TRUE
                 MOVE SPACES TO ARRASS-REC
                 MOVE CCL-MATRICULE TO ARR-MATRICULE
                 MOVE ZEROES TO ARR-NB-ECHECS
                 MOVE CCL-DATECH TO ARR-DATE-PREMIER-ECHEC
                 MOVE ZEROES TO ARR-DATE-SUSPENSION
              WHEN OTHER
                 DISPLAY 'ERREUR READ ARRASS, FS : ' ARRASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       ENREGISTRER-COMPTE-ARRIERE.
           IF ARRIERE-EXISTANT
              REWRITE ARRASS-REC
           ELSE
              WRITE ARRASS-REC
           END-IF
           IF ARRASS-FS NOT = ZEROES
              DISPLAY 'ERREUR ECRITURE ARRASS, FS : ' ARRASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    SUITE DONNEE A UN ECHEC IMPUTABLE AU PAYEUR : LETTRE AU
      *    PREMIER ET AU SECOND ECHEC, MOUVEMENT DE SUSPENSION AU
      *    SEUIL. UN MATRICULE DISPARU DE KSDASS EST SIGNALE.
       RELANCER-ASSURE.
           MOVE 'L' TO ZCODE-FONC
           MOVE CCL-MATRICULE TO ZMATRICULE
           CALL 'ACCESS3' USING ZASSURES
           MOVE ARR-NB-ECHECS TO DET-NB-ECHECS
           EVALUATE TRUE
              WHEN ZCODE-RET NOT = ZEROES
                 ADD 1 TO CPT-INCONNUS
                 MOVE 'MATRICULE ABSENT DE KSDASS' TO DET-SORT
              WHEN ARR-NB-ECHECS >= SEUIL-SUSPENSION
                   AND ARR-DATE-SUSPENSION NOT = ZEROES
                 MOVE 'SUSPENSION DEJA GENEREE' TO DET-SORT
              WHEN ARR-NB-ECHECS >= SEUIL-SUSPENSION
                   AND ZETAT-POLICE = 'U'
                 ADD 1 TO CPT-DEJA-SUSPENDUS
                 MOVE DATE-TRAITEMENT TO ARR-DATE-SUSPENSION
                 MOVE 'POLICE DEJA SUSPENDUE' TO DET-SORT
              WHEN ARR-NB-ECHECS >= SEUIL-SUSPENSION
                 PERFORM GENERER-SUSPENSION
                 MOVE 'MOUVEMENT DE SUSPENSION GENERE' TO DET-SORT
              WHEN ARR-NB-ECHECS = 1
                 PERFORM EDITER-LETTRE
                 ADD 1 TO CPT-LETTRES-1
                 MOVE 'PREMIERE RELANCE EDITEE' TO DET-SORT
              WHEN ARR-NB-ECHECS = 2
                 PERFORM EDITER-LETTRE
                 ADD 1 TO CPT-LETTRES-2
                 MOVE 'SECONDE RELANCE EDITEE' TO DET-SORT
              WHEN OTHER
                 MOVE 'ECHEC CONSTATE' TO DET-SORT
           END-EVALUATE
           PERFORM ECRIRE-LIGNE-DET
           .

      *    MOUVEMENT DE SUSPENSION POUR PROJ3 : L'IMAGE DE L'ASSURE
      *    LUE PAR ACCESS3, CODE MOUVEMENT 'U'
       GENERER-SUSPENSION.
           MOVE 'U' TO ZCODE-MVT
           WRITE IMPSUS-RECORD FROM ZASSURESRED
           IF IMPSUS-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE IMPSUS, FS : ' IMPSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DATE-TRAITEMENT TO ARR-DATE-SUSPENSION
           ADD 1 TO CPT-SUSPENSIONS
           .

      *    LETTRE DE RELANCE : LA SECONDE ANNONCE LA SUSPENSION
       EDITER-LETTRE.
           MOVE DATE-TRAITEMENT TO DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO LTD-DATE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-DATE
           MOVE SPACES TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE ZNOM-PRENOM TO LTA-TEXTE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-ADRESSE
           MOVE ZRUE-ADRESSE TO LTA-TEXTE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-ADRESSE
           MOVE ZCODE-POSTAL TO LTV-CODE-POSTAL
           MOVE ZVILLE TO LTV-VILLE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-VILLE
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           IF ARR-NB-ECHECS = 1
              MOVE 'OBJET : PRIME IMPAYEE - PREMIERE RELANCE'
                 TO LIGNE-LET
           ELSE
              MOVE 'OBJET : PRIME IMPAYEE - SECONDE RELANCE'
                 TO LIGNE-LET
           END-IF
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE SPACES TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE CCL-MATRICULE TO LTP-MATRICULE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-POLICE
           MOVE CCL-DATECH TO DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO LTR-DATE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-PRELEVEMENT
           MOVE IMR-LIBELLE TO LTM-LIBELLE
           WRITE IMPLET-LIGNE FROM LIGNE-LET-MOTIF
           MOVE ARR-MONTANT-DU TO LTM-MONTANT
           WRITE IMPLET-LIGNE FROM LIGNE-LET-MONTANT
           MOVE SPACES TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE 'CE MONTANT SERA REPRESENTE AVEC VOTRE PROCHAINE '
              TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE 'ECHEANCE. MERCI DE VERIFIER LA PROVISION DE VOTRE '
              TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           MOVE 'COMPTE.' TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           IF ARR-NB-ECHECS = 2
              MOVE 'A DEFAUT DE REGLEMENT, VOTRE POLICE SERA '
                 TO LIGNE-LET
              WRITE IMPLET-LIGNE FROM LIGNE-LET
              MOVE 'SUSPENDUE ET VOTRE VEHICULE NE SERA PLUS ASSURE.'
                 TO LIGNE-LET
              WRITE IMPLET-LIGNE FROM LIGNE-LET
           END-IF
           MOVE ALL '-' TO LIGNE-LET
           WRITE IMPLET-LIGNE FROM LIGNE-LET
           IF IMPLET-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE IMPLET, FS : ' IMPLET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       EDITER-DATE.
           MOVE DAT-JJ TO DED-JJ
           MOVE DAT-MM TO DED-MM
           MOVE DAT-AAAA TO DED-AAAA
           .

       ECRIRE-LIGNE-DET.
           MOVE CCL-MATRICULE TO DET-MATRICULE
           MOVE CCL-NUMCLID TO DET-NUMCLID
           MOVE CCL-NUMCPTD TO DET-NUMCPTD
           MOVE CCL-DATECH TO DET-DATECH
           MOVE CCL-NUMDDE TO DET-NUMDDE
           MOVE CCL-MONTANT TO DET-MONTANT
           WRITE IMPCTL-LIGNE FROM LIGNE-DET
           IF IMPCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE IMPCTL, FS : ' IMPCTL-FS
           END-IF
           MOVE SPACES TO LIGNE-DET
           .

       EDITION-CTL.
           MOVE SPACES TO IMPCTL-LIGNE
           WRITE IMPCTL-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE IMPASS ****' TO LIG-LIBELLE
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REJETS DU JOUR CHARGES ......' TO LIG-LIBELLE
           MOVE CPT-REJ-CHARGES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ENCAISSEMENTS EXAMINES ......' TO LIG-LIBELLE
           MOVE CPT-CLE-LUES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CLES EN ATTENTE REEXAMINEES .' TO LIG-LIBELLE
           MOVE CPT-ATT-LUES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RETENUS PAR LA CONFORMITE ...' TO LIG-LIBELLE
           MOVE CPT-RETENUS TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ENCAISSEMENTS PASSES ........' TO LIG-LIBELLE
           MOVE CPT-ENC-PASSES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMPTES D''ARRIERES SOLDES ...' TO LIG-LIBELLE
           MOVE CPT-REGULARISES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ECHECS IMPUTABLES AU PAYEUR .' TO LIG-LIBELLE
           MOVE CPT-ECHECS TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REJETS TECHNIQUES ...........' TO LIG-LIBELLE
           MOVE CPT-REJ-TECHNIQUES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ECHECS DEJA CONSTATES .......' TO LIG-LIBELLE
           MOVE CPT-DEJA-CONSTATES TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'PREMIERES RELANCES ..........' TO LIG-LIBELLE
           MOVE CPT-LETTRES-1 TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'SECONDES RELANCES ...........' TO LIG-LIBELLE
           MOVE CPT-LETTRES-2 TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'SUSPENSIONS GENEREES ........' TO LIG-LIBELLE
           MOVE CPT-SUSPENSIONS TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'POLICES DEJA SUSPENDUES .....' TO LIG-LIBELLE
           MOVE CPT-DEJA-SUSPENDUS TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MATRICULES ABSENTS DE KSDASS ' TO LIG-LIBELLE
           MOVE CPT-INCONNUS TO LIG-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'MONTANT DES IMPAYES DU JOUR .' TO LIM-LIBELLE
           MOVE TOTAL-IMPAYE TO LIM-VALEUR
           WRITE IMPCTL-LIGNE FROM LIGNE-CTL-MONTANT
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE IMPPAR
           CLOSE COLCLE
           CLOSE IMPATT
           CLOSE IMPATN
           CLOSE VIRSNA
           CLOSE VIRREJ
           CLOSE VIRNAK
           CLOSE IMPREJ
           CLOSE ARRASS
           CLOSE IMPLET
           CLOSE IMPSUS
           CLOSE IMPCTL
           DISPLAY 'ENCAISSEMENTS EXAMINES : ' CPT-CLE-LUES
           DISPLAY 'CLES EN ATTENTE LUES   : ' CPT-ATT-LUES
           DISPLAY 'RETENUS CONFORMITE     : ' CPT-RETENUS
           DISPLAY 'ECHECS CONSTATES       : ' CPT-ECHECS
           DISPLAY 'REJETS TECHNIQUES      : ' CPT-REJ-TECHNIQUES
           DISPLAY 'COMPTES SOLDES         : ' CPT-REGULARISES
           DISPLAY 'RELANCES EDITEES       : ' CPT-LETTRES-1
                   ' + ' CPT-LETTRES-2
           DISPLAY 'SUSPENSIONS GENEREES   : ' CPT-SUSPENSIONS
           DISPLAY 'MATRICULES INCONNUS    : ' CPT-INCONNUS
           IF RETURN-CODE = ZEROES
              AND CPT-INCONNUS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
            STOP RUN
           .
