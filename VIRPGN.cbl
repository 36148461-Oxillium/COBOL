      ******************************************************************
      * Author:
      * Date:
      * Purpose: GENERATION QUOTIDIENNE DES VIREMENTS PERMANENTS, EN
      *          AMONT DE VIR2. PARCOURT LES ORDRES PERMANENTS (VIRPER,
      *          TENU PAR VIRPMJ) ET ECRIT SUR VIRPMV, AU FORMAT VIRMVT,
      *          UN MOUVEMENT PAR ORDRE ACTIF DONT L'ECHEANCE EST
      *          ATTEINTE ; VIRPMV EST CONCATENE AU VIRMVT DU JOUR ET
      *          PASSE PAR TOUS LES CONTROLES DE VIR2 (PROVISION,
      *          PLAFONDS, DEVISE, BIC, FILTRAGE). UNE ECHEANCE TOMBEE
      *          UN JOUR NON OUVRE EST ROULEE AU PROCHAIN JOUR OUVRE
      *          (SPJOUV) : ELLE PART CE JOUR-LA, AVEC CETTE DATE DE
      *          VALEUR. L'ECHEANCE SUIVANTE DE L'ORDRE EST CALCULEE
      *          SUR L'ECHEANCE THEORIQUE, PUIS L'ORDRE EST REECRIT.
      *          UN ORDRE SUSPENDU VOIT SES ECHEANCES PASSER SANS
      *          EXECUTION ; APRES UNE INTERRUPTION DE LA CHAINE, UNE
      *          SEULE ECHEANCE EST EMISE ET LES AUTRES ECHEANCES
      *          DEPASSEES SONT SAUTEES (UN CLIENT NE DOIT PAS ETRE
      *          DEBITE DE PLUSIEURS LOYERS D'UN COUP SANS QU'ON LE
      *          DECIDE). UN ORDRE DONT LA PROCHAINE ECHEANCE DEPASSE
      *          LA DATE DE FIN PASSE A L'ETAT ECHU. L'ETAT VIRPED
      *          LISTE LES ECHEANCES NON EXECUTEES ET LES ORDRES
      *          ECHUS, SUIVIS DES TOTAUX DE CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRPGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DES ORDRES DE VIREMENT PERMANENTS (CREE AU
      *    PREMIER LANCEMENT DE VIRPMJ : UN RUN SANS ORDRE NE GENERE
      *    RIEN)
           SELECT OPTIONAL VIRPER ASSIGN TO DDVIRPER
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PER-NUMORD
           FILE STATUS IS VIRPER-FS.

      *    DECLARATION DES MOUVEMENTS GENERES (FORMAT VIRMVT)
           SELECT VIRPMV ASSIGN TO DDVIRPMV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRPMV-FS.

      *    DECLARATION DE L'ETAT DE GENERATION
           SELECT VIRPED ASSIGN TO DDVIRPED
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRPED-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DES ORDRES PERMANENTS
       FD  VIRPER.
           COPY VIRPER.

      *    DECLARATION DU BUFFER DES MOUVEMENTS GENERES
       FD  VIRPMV.
       01  VIRPMV-RECORD                     PIC X(80).

      *    DECLARATION DU BUFFER DE L'ETAT DE GENERATION
       FD  VIRPED.
       01  VIRPED-LIGNE                      PIC X(80).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  VIRPER-FS   PIC 99 VALUE ZEROES.
       01  VIRPMV-FS   PIC 99 VALUE ZEROES.
       01  VIRPED-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT DU RUN (DATE D'ECHEANCE DES MOUVEMENTS
      *    GENERES)
       01  DATE-TRAITEMENT  PIC 9(8).

      *    MOUVEMENT GENERE (DECOUPAGE PARTAGE AVEC VIR2, VOIR
      *    VIRENR.CPY)
       COPY VIRENR.

      *    NUMERO DE DEMANDE SEQUENTIEL DES MOUVEMENTS GENERES (LA
      *    CLE D'UN MOUVEMENT EST CLIENT/COMPTE/DATECH/NUMDDE : LE
      *    NUMERO DISTINGUE LES ORDRES D'UN MEME COMPTE LE MEME
      *    JOUR, REPART DE 01 AU DELA DE 99). UN ENCAISSEMENT COLASS
      *    SUR LE MEME COMPTE PEUT PORTER LA MEME CLE : IMPASS ET
      *    COMASS RAPPROCHENT DONC AUSSI BENEFICIAIRE ET MONTANT.
       01  NUMDDE-COURANT     PIC 9(2) VALUE ZEROES.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION DE LA CHAINE (ACCESSEUR-RUN).
      *    VIRPGN SUIT VIRLIB (LIBERATION DES MOUVEMENTS DIFFERES)
      *    ET PRECEDE VIR2, QUI CONTROLE SES MOUVEMENTS.
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIRPGN'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIRLIB'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).

      *    INDICATEUR DE DEMARRAGE ADMIS PAR LE CONTROLE D'EXECUTION
       01  IND-DEMARRAGE          PIC X VALUE 'N'.
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    ZONE DE COMMUNICATION AVEC SPJOUV (ROULAGE DES ECHEANCES
      *    TOMBEES UN JOUR NON OUVRE)
       01  Z-JOUR-OUVRE.
           05 ZJO-CODE-FUNC                  PIC X.
           05 ZJO-DATE                       PIC 9(8).
           05 ZJO-ROULE                      PIC X.
           05 ZJO-CODE-ERR                   PIC 9.

      *    ECHEANCE DE L'ORDRE COURANT APRES ROULAGE AU JOUR OUVRE,
      *    ET INDICATEUR DE ROULAGE
       01  DATE-EXECUTION     PIC 9(8).
       01  IND-ROULE          PIC X.

      *    INDICATEUR D'ECHEANCE ATTEINTE POUR L'ORDRE COURANT
       01  IND-ECHEANCE           PIC X VALUE 'N'.
           88 ECHEANCE-ATTEINTE       VALUE 'O'.
           88 ECHEANCE-NON-ATTEINTE   VALUE 'N'.

      *    INDICATEUR DE MISE A JOUR DE L'ORDRE COURANT (REECRITURE)
       01  IND-MAJ-ORDRE          PIC X VALUE 'N'.
           88 ORDRE-MODIFIE           VALUE 'O'.
           88 ORDRE-INCHANGE          VALUE 'N'.

      *    CALCUL DE L'ECHEANCE SUIVANTE D'UN ORDRE MENSUEL OU
      *    TRIMESTRIEL : NOMBRE DE MOIS A AJOUTER, DATE DECOUPEE ET
      *    DERNIER JOUR DU MOIS D'ARRIVEE
       01  NB-MOIS            PIC 9(2).
       01  DATE-CALCUL.
           05 DC-ANNEE        PIC 9(4).
           05 DC-MOIS         PIC 9(2).
           05 DC-JOUR         PIC 9(2).
       01  DERNIER-JOUR       PIC 9(2).

      *    NOMBRE DE JOURS DES MOIS (FEVRIER AJUSTE LES ANNEES
      *    BISSEXTILES)
       01  TABLE-LONG-MOIS.
           05 FILLER          PIC X(24)
                              VALUE '312831303130313130313031'.
       01  FILLER REDEFINES TABLE-LONG-MOIS.
           05 LONG-MOIS       PIC 9(2) OCCURS 12 TIMES.

      *    LIGNES DE L'ETAT DE GENERATION
       01  LIGNE-TITRE.
           05 FILLER          PIC X(34)
              VALUE '**** ETAT DE GENERATION VIRPGN DU '.
           05 TIT-DATE        PIC 9(8).
           05 FILLER          PIC X(38) VALUE ' ****'.

       01  LIGNE-ENTETE.
           05 FILLER          PIC X(80) VALUE
              'ORDRE  CL/CP ECHEANCE      MONTANT DEV MOTIF'.

      *    LIGNE DE DETAIL D'UNE ECHEANCE NON EXECUTEE OU D'UN ORDRE
      *    ECHU
       01  LIGNE-DET.
           05 DET-NUMORD      PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 DET-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-ECHEANCE    PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-MONTANT     PIC ZZZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-CODDEV      PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-MOTIF       PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.

      *    MOTIF DE LA LIGNE DE DETAIL COURANTE, ALIMENTE AVANT
      *    EDITER-DETAIL
       01  MOTIF-CRT          PIC X(40) VALUE SPACES.

       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      * COMPTEURS
       01  CPT-ORD-LUS                  PIC 9(5) VALUE ZEROES.
       01  CPT-MVT-GENERES              PIC 9(5) VALUE ZEROES.
       01  CPT-MVT-REEMIS               PIC 9(5) VALUE ZEROES.
       01  CPT-ECH-ROULEES              PIC 9(5) VALUE ZEROES.
       01  CPT-ECH-SAUTEES              PIC 9(5) VALUE ZEROES.
       01  CPT-ORD-ECHUS                PIC 9(5) VALUE ZEROES.

      *    INDICATEUR DE FIN DE FICHIER DES ORDRES PERMANENTS
       01                           PIC X  VALUE SPACES.
           88 FIN-PER               VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LECTURE-ORDRE
           PERFORM UNTIL FIN-PER
              PERFORM TRAITER-ORDRE
              PERFORM LECTURE-ORDRE
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           PERFORM CONTROLE-DEBUT-RUN
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN I-O VIRPER
           IF VIRPER-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRPER, FS : ' VIRPER-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT VIRPMV
           IF VIRPMV-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRPMV, FS : ' VIRPMV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT VIRPED
           IF VIRPED-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRPED, FS : ' VIRPED-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DATE-TRAITEMENT TO TIT-DATE
           WRITE VIRPED-LIGNE FROM LIGNE-TITRE
           WRITE VIRPED-LIGNE FROM LIGNE-ENTETE
           .

      *    LECTURE SEQUENTIELLE DES ORDRES PERMANENTS
       LECTURE-ORDRE.
           READ VIRPER NEXT
                AT END SET FIN-PER TO TRUE
                NOT AT END
                ADD 1 TO CPT-ORD-LUS
           END-READ
           IF VIRPER-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VIRPER, FS : ' VIRPER-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    AIGUILLAGE DE L'ORDRE COURANT. UN ORDRE DEJA GENERE CE
      *    JOUR (ACTIF, OU ECHU SUR CETTE DERNIERE ECHEANCE) SIGNALE
      *    UNE REPRISE APRES INCIDENT (RELANCE AUTORISEE PAR LA CARTE
      *    DE RELANCE D'ACCESSEUR-RUN) : VIRPMV ETANT RECREE, SON
      *    MOUVEMENT EST REEMIS A L'IDENTIQUE, SANS AVANCER UNE
      *    SECONDE FOIS SON ECHEANCE. LES AUTRES ORDRES ANNULES OU
      *    ECHUS NE SONT PLUS EXAMINES.
       TRAITER-ORDRE.
           IF PER-DATE-DERN-GEN = DATE-TRAITEMENT
              AND (PER-ACTIF OR PER-ECHU)
              MOVE PER-DATVAL-DERN TO DATE-EXECUTION
              PERFORM GENERER-MOUVEMENT
              ADD 1 TO CPT-MVT-REEMIS
           ELSE
              IF PER-ACTIF OR PER-SUSPENDU
                 PERFORM EXAMINER-ECHEANCES
              END-IF
           END-IF
           .

      *    EXAMEN DES ECHEANCES DE L'ORDRE COURANT : EXECUTION (OU
      *    SAUT SI L'ORDRE EST SUSPENDU) DE L'ECHEANCE ATTEINTE, SAUT
      *    DES ECHEANCES SUIVANTES ENCORE ATTEINTES (RATTRAPAGE APRES
      *    UNE INTERRUPTION DE LA CHAINE), PUIS CONSTAT DE L'ECHEANCE
      *    DE L'ORDRE
       EXAMINER-ECHEANCES.
           SET ORDRE-INCHANGE TO TRUE
           PERFORM CONTROLE-ECHEANCE
           IF ECHEANCE-ATTEINTE
              IF PER-ACTIF
                 IF DATE-EXECUTION < DATE-TRAITEMENT
                    MOVE DATE-TRAITEMENT TO DATE-EXECUTION
                 END-IF
                 PERFORM GENERER-MOUVEMENT
                 ADD 1 TO CPT-MVT-GENERES
                 IF IND-ROULE = 'O'
                    ADD 1 TO CPT-ECH-ROULEES
                 END-IF
                 MOVE DATE-TRAITEMENT TO PER-DATE-DERN-GEN
                 MOVE DATE-EXECUTION TO PER-DATVAL-DERN
              ELSE
                 MOVE 'ORDRE SUSPENDU, ECHEANCE NON EXECUTEE'
                    TO MOTIF-CRT
                 PERFORM EDITER-DETAIL
                 ADD 1 TO CPT-ECH-SAUTEES
              END-IF
              PERFORM AVANCER-ECHEANCE
              PERFORM CONTROLE-ECHEANCE
              PERFORM UNTIL ECHEANCE-NON-ATTEINTE
                 IF PER-ACTIF
                    MOVE 'ECHEANCE DEPASSEE, SAUTEE'
                       TO MOTIF-CRT
                 ELSE
                    MOVE 'ORDRE SUSPENDU, ECHEANCE NON EXECUTEE'
                       TO MOTIF-CRT
                 END-IF
                 PERFORM EDITER-DETAIL
                 ADD 1 TO CPT-ECH-SAUTEES
                 PERFORM AVANCER-ECHEANCE
                 PERFORM CONTROLE-ECHEANCE
              END-PERFORM
              SET ORDRE-MODIFIE TO TRUE
           END-IF
           IF PER-DATE-FIN NOT = ZEROES
              AND PER-DATE-PROCHAINE > PER-DATE-FIN
              SET PER-ECHU TO TRUE
              MOVE PER-DATE-FIN TO DET-ECHEANCE
              MOVE 'ORDRE ECHU (DATE DE FIN ATTEINTE)' TO MOTIF-CRT
              PERFORM EDITER-DETAIL-ORDRE
              ADD 1 TO CPT-ORD-ECHUS
              SET ORDRE-MODIFIE TO TRUE
           END-IF
           IF ORDRE-MODIFIE
              MOVE DATE-TRAITEMENT TO PER-DATE-MAJ
              REWRITE VIRPER-REC
              IF VIRPER-FS NOT = ZEROES
                 DISPLAY 'ERREUR REWRITE VIRPER, FS : ' VIRPER-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
           END-IF
           .

      *    L'ECHEANCE THEORIQUE DE L'ORDRE EST-ELLE ATTEINTE ? ELLE
      *    L'EST SI, ROULEE AU JOUR OUVRE, ELLE NE DEPASSE PAS LA DATE
      *    DU JOUR (UNE ECHEANCE DU SAMEDI PART LE LUNDI) ET SI ELLE
      *    NE DEPASSE PAS LA DATE DE FIN. UNE ECHEANCE FUTURE N'EST
      *    PAS SOUMISE AU CALENDRIER (LE ROULAGE NE FAIT QUE
      *    RECULER). UN INCIDENT SUR LE CALENDRIER ARRETE LE RUN : ON
      *    N'EMET PAS SUR UN JOUR PEUT-ETRE FERIE.
       CONTROLE-ECHEANCE.
           SET ECHEANCE-NON-ATTEINTE TO TRUE
           IF (PER-DATE-FIN = ZEROES
               OR PER-DATE-PROCHAINE NOT > PER-DATE-FIN)
              AND PER-DATE-PROCHAINE NOT > DATE-TRAITEMENT
              MOVE 'R' TO ZJO-CODE-FUNC
              MOVE PER-DATE-PROCHAINE TO ZJO-DATE
              CALL 'SPJOUV' USING Z-JOUR-OUVRE
              IF ZJO-CODE-ERR NOT = ZEROES
                 DISPLAY 'ERREUR ACCES CALENDRIER DES JOURS OUVRES'
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              IF ZJO-DATE NOT > DATE-TRAITEMENT
                 SET ECHEANCE-ATTEINTE TO TRUE
                 MOVE ZJO-DATE TO DATE-EXECUTION
                 MOVE ZJO-ROULE TO IND-ROULE
              END-IF
           END-IF
           .

      *    CALCUL DE L'ECHEANCE THEORIQUE SUIVANTE DE L'ORDRE
      *    COURANT, A PARTIR DE L'ECHEANCE THEORIQUE (NON ROULEE)
       AVANCER-ECHEANCE.
           EVALUATE TRUE
              WHEN PER-HEBDOMADAIRE
                 COMPUTE PER-DATE-PROCHAINE =
                    FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(PER-DATE-PROCHAINE) + 7)
              WHEN PER-MENSUELLE
                 MOVE 1 TO NB-MOIS
                 PERFORM AJOUTER-MOIS
              WHEN OTHER
                 MOVE 3 TO NB-MOIS
                 PERFORM AJOUTER-MOIS
           END-EVALUATE
           .

      *    AJOUT DE NB-MOIS MOIS A L'ECHEANCE : LE JOUR D'ECHEANCE DE
      *    L'ORDRE EST RAMENE AU DERNIER JOUR DU MOIS D'ARRIVEE QUAND
      *    CE MOIS EST PLUS COURT
       AJOUTER-MOIS.
           MOVE PER-DATE-PROCHAINE TO DATE-CALCUL
           ADD NB-MOIS TO DC-MOIS
           IF DC-MOIS > 12
              SUBTRACT 12 FROM DC-MOIS
              ADD 1 TO DC-ANNEE
           END-IF
           MOVE LONG-MOIS(DC-MOIS) TO DERNIER-JOUR
           IF DC-MOIS = 2
              AND FUNCTION MOD(DC-ANNEE, 4) = ZEROES
              AND (FUNCTION MOD(DC-ANNEE, 100) NOT = ZEROES
                   OR FUNCTION MOD(DC-ANNEE, 400) = ZEROES)
              MOVE 29 TO DERNIER-JOUR
           END-IF
           IF PER-JOUR-ECHEANCE > DERNIER-JOUR
              MOVE DERNIER-JOUR TO DC-JOUR
           ELSE
              MOVE PER-JOUR-ECHEANCE TO DC-JOUR
           END-IF
           MOVE DATE-CALCUL TO PER-DATE-PROCHAINE
           .

      *    CONSTRUCTION ET ECRITURE DU MOUVEMENT DE L'ORDRE COURANT
      *    AU FORMAT VIRMVT, DATE DE VALEUR DATE-EXECUTION. LE
      *    COMPTEUR DE RECYCLAGES ET LA ZONE LIBRE RESTENT A BLANC,
      *    COMME SUR UNE SAISIE D'ORIGINE.
       GENERER-MOUVEMENT.
           MOVE SPACES TO VIRMVT-ENR
           MOVE PER-NUMCLID TO NUMCLID
           MOVE PER-NUMCPTD TO NUMCPTD
           MOVE DATE-TRAITEMENT TO DATECH
           IF NUMDDE-COURANT = 99
              MOVE ZEROES TO NUMDDE-COURANT
           END-IF
           ADD 1 TO NUMDDE-COURANT
           MOVE NUMDDE-COURANT TO NUMDDE
           MOVE DATE-EXECUTION TO DATVAL
           MOVE PER-CODDEV TO CODDEV
           MOVE PER-MONTANT TO MTTRAN
           MOVE PER-NOMCLIC TO NOMCLIC
           MOVE PER-NUMCPTC TO NUMCPTC
           MOVE PER-BICCRD TO BICCRD
           WRITE VIRPMV-RECORD FROM VIRMVT-ENR
           IF VIRPMV-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRPMV, FS : ' VIRPMV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LIGNE DE L'ETAT POUR UNE ECHEANCE NON EXECUTEE (ECHEANCE
      *    THEORIQUE DE L'ORDRE)
       EDITER-DETAIL.
           MOVE PER-DATE-PROCHAINE TO DET-ECHEANCE
           PERFORM EDITER-DETAIL-ORDRE
           .

      *    LIGNE DE L'ETAT POUR L'ORDRE COURANT (ECHEANCE ET MOTIF
      *    ALIMENTES PAR L'APPELANT)
       EDITER-DETAIL-ORDRE.
           MOVE PER-NUMORD TO DET-NUMORD
           MOVE PER-NUMCLID TO DET-NUMCLID
           MOVE PER-NUMCPTD TO DET-NUMCPTD
           MOVE PER-MONTANT TO DET-MONTANT
           MOVE PER-CODDEV TO DET-CODDEV
           MOVE MOTIF-CRT TO DET-MOTIF
           WRITE VIRPED-LIGNE FROM LIGNE-DET
           IF VIRPED-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRPED, FS : ' VIRPED-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    TOTAUX DE CONTROLE EN FIN D'ETAT
       EDITION-TOTAUX.
           MOVE SPACES TO LIGNE-CTL
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ORDRES LUS ..................' TO LIG-LIBELLE
           MOVE CPT-ORD-LUS TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MOUVEMENTS GENERES ..........' TO LIG-LIBELLE
           MOVE CPT-MVT-GENERES TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DONT ECHEANCES ROULEES ......' TO LIG-LIBELLE
           MOVE CPT-ECH-ROULEES TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'MOUVEMENTS REEMIS (REPRISE) .' TO LIG-LIBELLE
           MOVE CPT-MVT-REEMIS TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ECHEANCES NON EXECUTEES .....' TO LIG-LIBELLE
           MOVE CPT-ECH-SAUTEES TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ORDRES ECHUS ................' TO LIG-LIBELLE
           MOVE CPT-ORD-ECHUS TO LIG-VALEUR
           WRITE VIRPED-LIGNE FROM LIGNE-CTL
           .

      *    CONTROLE D'EXECUTION : REFUS DE DEMARRER SI VIRPGN A DEJA
      *    TOURNE CE JOUR (LE VIRPMV DU PREMIER RUN, DEJA CONCATENE,
      *    SERAIT ECRASE). LE REFUS PRECEDE TOUTE OUVERTURE DE
      *    FICHIER.
       CONTROLE-DEBUT-RUN.
           MOVE 'D' TO ZR-CODE-FUNC
           CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           IF ZR-CODE-ERR NOT = ZEROES
              DISPLAY 'DEMARRAGE VIRPGN REFUSE : ' ZR-LIBERR
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
              MOVE 'VIRPGN' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-ORD-LUS TO STA-CPT(1)
              MOVE CPT-MVT-GENERES TO STA-CPT(2)
              MOVE CPT-ECH-ROULEES TO STA-CPT(3)
              MOVE CPT-MVT-REEMIS TO STA-CPT(4)
              MOVE CPT-ECH-SAUTEES TO STA-CPT(5)
              MOVE CPT-ORD-ECHUS TO STA-CPT(6)
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
      *    FERMETURE DU CALENDRIER DES JOURS OUVRES, RESTE OUVERT
      *    DANS L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO ZJO-CODE-FUNC
           CALL 'SPJOUV' USING Z-JOUR-OUVRE
           PERFORM EDITION-TOTAUX
           CLOSE VIRPER
           CLOSE VIRPMV
           CLOSE VIRPED
           DISPLAY 'ORDRES LUS             : ' CPT-ORD-LUS
           DISPLAY 'MOUVEMENTS GENERES     : ' CPT-MVT-GENERES
           DISPLAY 'ECHEANCES ROULEES      : ' CPT-ECH-ROULEES
           DISPLAY 'MOUVEMENTS REEMIS      : ' CPT-MVT-REEMIS
           DISPLAY 'ECHEANCES NON EXECUTEES: ' CPT-ECH-SAUTEES
           DISPLAY 'ORDRES ECHUS           : ' CPT-ORD-ECHUS
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
           .
