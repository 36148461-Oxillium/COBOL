           RECORD KEY IS MVW-CLE
           FILE STATUS IS VIRMVW-FS.

      *    DECLARATION DE LA LISTE DE SANCTIONS (NOMS, BIC, PAYS SOUS
      *    EMBARGO), TENUE PAR VIRSNM. OBLIGATOIRE : UNE LISTE ABSENTE
      *    NE DOIT PAS FAIRE PASSER LES MOUVEMENTS SANS FILTRAGE.
           SELECT VIRSAN ASSIGN TO DDVIRSAN
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SN-CLE
           FILE STATUS IS VIRSAN-FS.

      *    DECLARATION DU FICHIER DES MOUVEMENTS RETENUS PAR LE
      *    FILTRAGE SANCTIONS, EN ATTENTE DE DECISION DE LA CONFORMITE
      *    (VIRSNL). OPTIONNEL : CREE AU PREMIER MOUVEMENT RETENU.
           SELECT OPTIONAL VIRSNA ASSIGN TO DDVIRSNA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SNA-CLE
           FILE STATUS IS VIRSNA-FS.

      *    DECLARATION DU JOURNAL D'AUDIT DU FILTRAGE SANCTIONS,
      *    CUMULATIF, PARTAGE AVEC VIRSNL
           SELECT VIRSNJ ASSIGN TO DDVIRSNJ
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRSNJ-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
       01  VIRMVW-REC.
           05 MVW-CLE                        PIC X(43).

      *    DECLARATION DU BUFFER DE LA LISTE DE SANCTIONS
       FD  VIRSAN.
           COPY VIRSAN.

      *    DECLARATION DU BUFFER DES MOUVEMENTS RETENUS (DECOUPAGE
      *    PARTAGE AVEC VIRSNL, VOIR VIRSNA.CPY)
       FD  VIRSNA.
           COPY VIRSNA.

      *    DECLARATION DU BUFFER DU JOURNAL D'AUDIT DES SANCTIONS
       FD  VIRSNJ.
           COPY VIRSNJ.

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
       01  VIRACP-FS   PIC 99 VALUE ZEROES.
       01  VIRACC-FS   PIC 99 VALUE ZEROES.
       01  VIRMVW-FS   PIC 99 VALUE ZEROES.
       01  VIRSAN-FS   PIC 99 VALUE ZEROES.
       01  VIRSNA-FS   PIC 99 VALUE ZEROES.
       01  VIRSNJ-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT DU RUN : UN MOUVEMENT DONT LA DATE DE


      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION DE LA CHAINE (ACCESSEUR-RUN). VIR2
      *    SUIT VIRPGN, DONT LES MOUVEMENTS SONT CONCATENES A VIRMVT.
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'VIR2'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIRPGN'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE SUIVI
      *    DES VIREMENTS (ACCESSEUR-SUI, VOIR VIRSUI.CPY). CODES
      *    FONCTION :
      *      'R' RECEPTION DU MOUVEMENT (SANS EFFET S'IL EST DEJA
      *          RECU, LIBERE DE L'ENTREPOT PAR VIRLIB)
      *      'A' AJOUT DE L'EVENEMENT ZS-ETAT A SON HISTORIQUE
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
           05 ZS-PROGRAMME                   PIC X(8) VALUE 'VIR2'.
           05 ZS-CODE                        PIC 9(2).
           05 ZS-REFERENCE                   PIC X(16).
           05 ZS-LIBELLE                     PIC X(50).
           05 ZS-CODE-ERR                    PIC 9(2).

      *    MISES A JOUR DU SUIVI EN ECHEC : LE PAIEMENT N'EN EST PAS
      *    AFFECTE, LE RUN FINIT EN CODE RETOUR 4
       01  CPT-ECHECS-SUIVI      PIC 9(5) VALUE ZEROES.

      *    ZONE DE COMMUNICATION AVEC SPJOUV (ROULAGE DES DATES DE
      *    VALEUR TOMBEES UN JOUR NON OUVRE)
       01  Z-JOUR-OUVRE.
       01  CPT-MVT-REJETES              PIC 9(5) VALUE ZEROES.
       01  CPT-MVT-DIFFERES             PIC 9(5) VALUE ZEROES.
       01  CPT-MVT-INTERNES             PIC 9(5) VALUE ZEROES.
       01  CPT-MVT-RETENUS              PIC 9(5) VALUE ZEROES.

      *    ZONE DE TRAVAIL POUR L'ENREGISTREMENT D'UN REJET
       01  REJ-CODE                     PIC 99 VALUE ZEROES.
           88 BIC-INTERNE           VALUE 'O'.
           88 BIC-EXTERNE           VALUE 'N'.

      *    INDICATEUR DE MOUVEMENT RETENU PAR LE FILTRAGE SANCTIONS
      *    (NI DEBITE NI EMIS, EN ATTENTE DE DECISION DANS VIRSNA)
       01                           PIC X  VALUE 'N'.
           88 MVT-RETENU            VALUE 'O'.
           88 MVT-NON-RETENU        VALUE 'N'.

      *    ZONE DE RAPPROCHEMENT DES NOMS AVEC LA LISTE DE SANCTIONS
           COPY VIRSNT.

      *    MEILLEURE ALERTE TROUVEE SUR LE NOM DU BENEFICIAIRE : NOM
      *    IDENTIQUE, NOM PROCHE, OU AUCUNE ; NOM LISTE EN CAUSE TEL
      *    QUE SAISI ET REGIME DE SANCTIONS
       01  ALERTE-SANCTION.
           05 ALR-TYPE                  PIC X VALUE SPACE.
              88 ALERTE-EXACTE              VALUE 'E'.
              88 ALERTE-PROCHE              VALUE 'P'.
              88 ALERTE-AUCUNE              VALUE SPACE.
           05 ALR-NOM-LISTE             PIC X(20).
           05 ALR-LIBELLE               PIC X(30).
       01  IND-FIN-SAN              PIC X VALUE 'N'.
           88 FIN-SAN                   VALUE 'O'.
           88 NON-FIN-SAN               VALUE 'N'.

      *    COMMISSION DU MOUVEMENT COURANT (EN EUR), CALCULEE SUR LE
      *    BAREME VIRFRA A L'ACCEPTATION : TRANCHE APPLIQUEE, MONTANT
      *    DES FRAIS, ET INDICATEUR DE FIN DE RECHERCHE DE TRANCHE.
              SET OK TO TRUE
              SET MVT-IMMEDIAT TO TRUE
              SET BIC-EXTERNE TO TRUE
              SET MVT-NON-RETENU TO TRUE
              MOVE ZEROES TO FRAIS-COURANT TRANCHE-COURANTE
              PERFORM SUIVRE-RECEPTION
              PERFORM CONTROLES
      *    FILTRAGE SANCTIONS DES MOUVEMENTS QUI ONT FRANCHI TOUS LES
      *    CONTROLES, AVANT TOUT DEBIT (UN DIFFERE EST FILTRE A SON
      *    RETOUR PAR VIRLIB)
              IF OK AND MVT-IMMEDIAT
                 PERFORM CTRLSANCTIONS
              END-IF
              EVALUATE TRUE
                 WHEN MVT-DIFFERE
                    ADD 1 TO CPT-MVT-DIFFERES
                 WHEN MVT-RETENU
                    ADD 1 TO CPT-MVT-RETENUS
                 WHEN OK
                    PERFORM DEBITER-COMPTE
                    IF OK
              DISPLAY 'ERREUR OPEN VIRMVW, FS : ' VIRMVW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRSAN
           IF VIRSAN-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRSAN, FS : ' VIRSAN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRSNA
           IF VIRSNA-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSNA, FS : ' VIRSNA-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN EXTEND VIRSNJ
           IF VIRSNJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRSNJ, FS : ' VIRSNJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM CHARGER-ACCEPTES-PRECEDENTS
           .

           IF VIRATT-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRATT, FS : ' VIRATT-FS
           END-IF
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE 'E' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE SPACES TO ZS-REFERENCE ZS-LIBELLE
           MOVE 'DATE DE VALEUR' TO ZS-LIBELLE
           MOVE DATVAL TO ZS-LIBELLE(16:8)
           PERFORM SUIVRE-MOUVEMENT
           .

      *    CONTROLE D'ANCIENNETE DU TAUX DE CHANGE LU DANS VIRCHGE :
           IF VIRREG-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRREG, FS : ' VIRREG-FS
           END-IF
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE 'I' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE REF-EMISSION TO ZS-REFERENCE
           MOVE SPACES TO ZS-LIBELLE
           MOVE 'COMPTE CREDITE' TO ZS-LIBELLE
           MOVE NUMCPTC TO ZS-LIBELLE(16:2)
           PERFORM SUIVRE-MOUVEMENT
           .

      *    FILTRAGE SANCTIONS DU MOUVEMENT COURANT, DANS L'ORDRE : BIC
      *    BENEFICIAIRE LISTE (AGENCE OU BANQUE ENTIERE, CODE 24),
      *    PAYS DE LA BANQUE BENEFICIAIRE SOUS EMBARGO (POSITIONS 5-6
      *    DU BIC, CODE 25), PUIS NOM DU BENEFICIAIRE. LES DEUX
      *    PREMIERS SONT DES CORRESPONDANCES CERTAINES SUR UN CODE :
      *    LE MOUVEMENT EST REJETE SANS PASSER PAR LA CONFORMITE. UN
      *    NOM IDENTIQUE OU PROCHE D'UN NOM LISTE DEMANDE UN EXAMEN :
      *    LE MOUVEMENT EST MIS EN ATTENTE (VIRSNA) JUSQU'A DECISION.
       CTRLSANCTIONS.
           MOVE 'B' TO SN-TYPE
           MOVE BICCRD TO SN-VALEUR
           PERFORM LIRE-SANCTION
           IF VIRSAN-FS = 23
              MOVE SPACES TO SN-VALEUR
              MOVE BICCRD(1:8) TO SN-VALEUR
              PERFORM LIRE-SANCTION
           END-IF
           IF VIRSAN-FS = ZEROES
              DISPLAY '24 - Banque beneficiaire sous sanctions'
              MOVE 24 TO REJ-CODE
              MOVE '24 - BANQUE BENEFICIAIRE SOUS SANCTIONS'
                TO REJ-LIBELLE
              PERFORM BLOQUER-SANCTION
           ELSE
              MOVE 'P' TO SN-TYPE
              MOVE SPACES TO SN-VALEUR
              MOVE BICCRD(5:2) TO SN-VALEUR
              PERFORM LIRE-SANCTION
              IF VIRSAN-FS = ZEROES
                 DISPLAY '25 - Pays de la banque sous embargo'
                 MOVE 25 TO REJ-CODE
                 MOVE '25 - PAYS DE LA BANQUE BENEFICIAIRE SOUS EMBARGO'
                   TO REJ-LIBELLE
                 PERFORM BLOQUER-SANCTION
              ELSE
                 PERFORM FILTRER-NOM-BENEFICIAIRE
                 IF NOT ALERTE-AUCUNE
                    PERFORM RETENIR-MOUVEMENT
                 END-IF
              END-IF
           END-IF
           .

      *    LECTURE D'UNE ENTREE DE LA LISTE PAR SA CLE (FS 23 = NON
      *    LISTEE, LAISSE A L'APPRECIATION DE L'APPELANT)
       LIRE-SANCTION.
           READ VIRSAN
           IF VIRSAN-FS NOT = ZEROES AND 23
              DISPLAY 'ERREUR READ VIRSAN, FS : ' VIRSAN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    REJET D'UN MOUVEMENT VERS UNE BANQUE OU UN PAYS LISTE
      *    (REJ-CODE/REJ-LIBELLE ALIMENTES PAR L'APPELANT), TRACE AU
      *    JOURNAL D'AUDIT AVEC L'ENTREE DE LA LISTE EN CAUSE
       BLOQUER-SANCTION.
           PERFORM ENREGISTRER-REJET
           SET ERREUR TO TRUE
           MOVE 'B' TO SNJ-EVENEMENT
           MOVE SPACE TO SNJ-TYPE-ALERTE
           MOVE SN-VALEUR TO SNJ-NOM-LISTE
           MOVE SN-LIBELLE TO SNJ-LIBELLE
           PERFORM JOURNALISER-SANCTION
           .

      *    RAPPROCHEMENT DU NOM DU BENEFICIAIRE AVEC LES NOMS LISTES,
      *    PARCOURUS EN SEQUENCE (TYPE 'N' DE LA LISTE). LE PARCOURS
      *    S'ARRETE SUR UN NOM IDENTIQUE ; SINON LE PREMIER NOM PROCHE
      *    RENCONTRE EST RETENU COMME ALERTE. UN MOUVEMENT SANS NOM DE
      *    BENEFICIAIRE (COMPTE SEUL) N'EST PAS FILTRE SUR LE NOM.
       FILTRER-NOM-BENEFICIAIRE.
           SET ALERTE-AUCUNE TO TRUE
           MOVE SPACES TO ALR-NOM-LISTE ALR-LIBELLE
           MOVE NOMCLIC TO SNC-NOM
           PERFORM NORMALISER-NOM
           IF SNC-LONG > ZEROES
              MOVE 'N' TO SN-TYPE
              MOVE LOW-VALUES TO SN-VALEUR
              SET NON-FIN-SAN TO TRUE
              START VIRSAN KEY IS NOT LESS THAN SN-CLE
                 INVALID KEY
                    SET FIN-SAN TO TRUE
              END-START
              PERFORM UNTIL FIN-SAN
                 PERFORM EXAMINER-NOM-LISTE
              END-PERFORM
           END-IF
           .

      *    LECTURE ET COMPARAISON DU NOM LISTE SUIVANT ; LA SORTIE DES
      *    ENTREES DE TYPE 'N' VAUT FIN DE PARCOURS
       EXAMINER-NOM-LISTE.
           READ VIRSAN NEXT RECORD
              AT END
                 SET FIN-SAN TO TRUE
           END-READ
           IF NON-FIN-SAN AND VIRSAN-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRSAN, FS : ' VIRSAN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-SAN
              IF SN-TYPE NOT = 'N'
                 SET FIN-SAN TO TRUE
              ELSE
                 MOVE SN-VALEUR TO SNC-LISTE-NORM
                 MOVE SN-LONG TO SNC-LISTE-LONG
                 PERFORM COMPARER-NOM
                 EVALUATE TRUE
                    WHEN SNC-NOM-IDENTIQUE
                       SET ALERTE-EXACTE TO TRUE
                       MOVE SN-NOM-SAISI TO ALR-NOM-LISTE
                       MOVE SN-LIBELLE TO ALR-LIBELLE
                       SET FIN-SAN TO TRUE
                    WHEN SNC-NOM-PROCHE AND ALERTE-AUCUNE
                       SET ALERTE-PROCHE TO TRUE
                       MOVE SN-NOM-SAISI TO ALR-NOM-LISTE
                       MOVE SN-LIBELLE TO ALR-LIBELLE
                 END-EVALUATE
              END-IF
           END-IF
           .

      *    MISE EN ATTENTE DU MOUVEMENT COURANT. UN MOUVEMENT DEJA
      *    EXAMINE SOUS LA MEME CLE, IDENTIQUE A CELUI QUI AVAIT ETE
      *    RETENU, SUIT LA DECISION PRISE : LIBERE, IL PASSE LE
      *    FILTRAGE DES NOMS (C'EST LE MOUVEMENT REEMIS PAR VIRSNL) ;
      *    REFUSE, IL EST REJETE A NOUVEAU (CODE 23) ; TOUJOURS EN
      *    ATTENTE, IL Y RESTE. UN MOUVEMENT DIFFERENT SOUS UNE CLE
      *    DEJA CONNUE EST UNE NOUVELLE ALERTE ET REPART EN ATTENTE.
       RETENIR-MOUVEMENT.
           MOVE NUMCLID TO SNA-NUMCLID
           MOVE NUMCPTD TO SNA-NUMCPTD
           MOVE DATECH TO SNA-DATECH
           MOVE NUMDDE TO SNA-NUMDDE
           READ VIRSNA
           EVALUATE TRUE
              WHEN VIRSNA-FS = 23
                 PERFORM GARNIR-ATTENTE
                 WRITE VIRSNA-REC
                 IF VIRSNA-FS NOT = ZEROES
                    DISPLAY 'ERREUR WRITE VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM TRACER-MISE-EN-ATTENTE
              WHEN VIRSNA-FS NOT = ZEROES
                 DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
                 PERFORM FIN-ERREUR-GRAVE
              WHEN SNA-MOUVEMENT NOT = VIRMVT-RECORD
                 PERFORM GARNIR-ATTENTE
                 REWRITE VIRSNA-REC
                 IF VIRSNA-FS NOT = ZEROES
                    DISPLAY 'ERREUR REWRITE VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM TRACER-MISE-EN-ATTENTE
              WHEN SNA-LIBERE
                 DISPLAY 'Mouvement libere par la conformite le '
                         SNA-DATE-DECISION ' (' SNA-AGENT ')'
                 MOVE 'E' TO SNJ-EVENEMENT
                 MOVE SNA-TYPE-ALERTE TO SNJ-TYPE-ALERTE
                 MOVE SNA-NOM-LISTE TO SNJ-NOM-LISTE
                 MOVE SNA-LIBELLE-LISTE TO SNJ-LIBELLE
                 PERFORM JOURNALISER-SANCTION
              WHEN SNA-REFUSE
                 DISPLAY '23 - Mouvement refuse par la conformite'
                 MOVE 23 TO REJ-CODE
                 MOVE '23 - REFUSE PAR LA CONFORMITE (SANCTIONS)'
                   TO REJ-LIBELLE
                 PERFORM ENREGISTRER-REJET
                 SET ERREUR TO TRUE
              WHEN OTHER
                 DISPLAY 'Mouvement toujours en attente conformite'
                 SET MVT-RETENU TO TRUE
           END-EVALUATE
           .

      *    CONSTITUTION DE L'ENREGISTREMENT D'ATTENTE : MOUVEMENT TEL
      *    QUE LU (AVANT CONVERSION ET ROULAGE), ALERTE, HORODATAGE ;
      *    LA DECISION EST A BLANC
       GARNIR-ATTENTE.
           MOVE VIRMVT-RECORD TO SNA-MOUVEMENT
           MOVE ALR-TYPE TO SNA-TYPE-ALERTE
           MOVE ALR-NOM-LISTE TO SNA-NOM-LISTE
           MOVE ALR-LIBELLE TO SNA-LIBELLE-LISTE
           ACCEPT SNA-DATE-ATTENTE FROM DATE YYYYMMDD
           ACCEPT SNA-HEURE-ATTENTE FROM TIME
           SET SNA-EN-ATTENTE TO TRUE
           MOVE SPACES TO SNA-AGENT SNA-MOTIF
           MOVE ZEROES TO SNA-DATE-DECISION SNA-HEURE-DECISION
           .

      *    LE MOUVEMENT EST RETENU : TRACE AU JOURNAL D'AUDIT ET AU
      *    SUIVI DES VIREMENTS (ETAT 'S' JUSQU'A LA DECISION PORTEE
      *    PAR VIRSNL)
       TRACER-MISE-EN-ATTENTE.
           DISPLAY 'Mouvement retenu par le filtrage sanctions : '
                   ALR-NOM-LISTE
           SET MVT-RETENU TO TRUE
           MOVE 'A' TO SNJ-EVENEMENT
           MOVE ALR-TYPE TO SNJ-TYPE-ALERTE
           MOVE ALR-NOM-LISTE TO SNJ-NOM-LISTE
           MOVE ALR-LIBELLE TO SNJ-LIBELLE
           PERFORM JOURNALISER-SANCTION
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE 'S' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE SPACES TO ZS-REFERENCE ZS-LIBELLE
           MOVE 'ALERTE' TO ZS-LIBELLE
           MOVE ALR-TYPE TO ZS-LIBELLE(8:1)
           MOVE ALR-NOM-LISTE TO ZS-LIBELLE(10:20)
           PERFORM SUIVRE-MOUVEMENT
           .

      *    ECRITURE D'UN EVENEMENT DU FILTRAGE AU JOURNAL D'AUDIT
      *    (EVENEMENT ET ALERTE ALIMENTES PAR L'APPELANT)
       JOURNALISER-SANCTION.
           MOVE NUMCLID TO SNJ-NUMCLID
           MOVE NUMCPTD TO SNJ-NUMCPTD
           MOVE DATECH TO SNJ-DATECH
           MOVE NUMDDE TO SNJ-NUMDDE
           MOVE 'VIR2' TO SNJ-AGENT
           ACCEPT SNJ-DATE FROM DATE YYYYMMDD
           ACCEPT SNJ-HEURE FROM TIME
           MOVE NOMCLIC TO SNJ-NOMCLIC
           MOVE BICCRD TO SNJ-BICCRD
           WRITE VIRSNJ-REC
           IF VIRSNJ-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRSNJ, FS : ' VIRSNJ-FS
           END-IF
           .

      *    NORMALISATION ET COMPARAISON DES NOMS (PARTAGEES AVEC
      *    VIRSNM, VOIR VIRSNC.CPY)
       COPY VIRSNC.

      *    CONSTITUE ET ECRIT LE MESSAGE DE PAIEMENT SORTANT (MT103)
      *    POUR UN MOUVEMENT QUI A FRANCHI TOUS LES CONTROLES
       GENERER-Z1-103.
           IF VIRMT103-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRMT103, FS : ' VIRMT103-FS
           END-IF
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE 'M' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE REF-EMISSION TO ZS-REFERENCE
           MOVE SPACES TO ZS-LIBELLE
           MOVE 'BIC' TO ZS-LIBELLE
           MOVE BICCRD TO ZS-LIBELLE(5:11)
           PERFORM SUIVRE-MOUVEMENT
           .

      *    CONSTITUE ET ECRIT UN ENREGISTREMENT DE REJET A PARTIR DU
           END-IF
           ADD 1 TO TAL-CPT(REJ-CODE)
           MOVE REJ-LIBELLE TO TAL-LIBELLE(REJ-CODE)
           MOVE 'A' TO ZS-CODE-FUNC
           MOVE 'J' TO ZS-ETAT
           MOVE REJ-CODE TO ZS-CODE
           MOVE SPACES TO ZS-REFERENCE
           MOVE REJ-LIBELLE TO ZS-LIBELLE
           PERFORM SUIVRE-MOUVEMENT
           .

      *    PRISE EN CHARGE DU MOUVEMENT LU DANS LE FICHIER DE SUIVI
       SUIVRE-RECEPTION.
           MOVE 'R' TO ZS-CODE-FUNC
           MOVE 'R' TO ZS-ETAT
           MOVE ZEROES TO ZS-CODE
           MOVE SPACES TO ZS-REFERENCE ZS-LIBELLE
           IF NBRECY NUMERIC AND NBRECY > ZEROES
              MOVE 'RECYCLAGE NO' TO ZS-LIBELLE
              MOVE NBRECY TO ZS-LIBELLE(14:2)
           END-IF
           PERFORM SUIVRE-MOUVEMENT
           .

      *    MISE A JOUR DU SUIVI DU MOUVEMENT COURANT (FONCTION, ETAT,
      *    CODE, REFERENCE ET LIBELLE ALIMENTES PAR L'APPELANT). UN
      *    ECHEC EST SIGNALE ET COMPTE, LE MOUVEMENT SUIT SON COURS.
       SUIVRE-MOUVEMENT.
           MOVE NUMCLID TO ZS-NUMCLID
           MOVE NUMCPTD TO ZS-NUMCPTD
           MOVE DATECH TO ZS-DATECH
           MOVE NUMDDE TO ZS-NUMDDE
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           IF ZS-CODE-ERR NOT = ZEROES
              DISPLAY 'ECHEC MISE A JOUR DU SUIVI, MOUVEMENT '
                      NUMCLID ' ' NUMCPTD ' ' DATECH ' ' NUMDDE
              ADD 1 TO CPT-ECHECS-SUIVI
           END-IF
           .

      *    ECRIT LE RAPPORT RECAPITULATIF DES REJETS, UNE LIGNE PAR
              MOVE CPT-MVT-DIFFERES TO STA-CPT(4)
              MOVE CPT-MVT-INTERNES TO STA-CPT(5)
              MOVE CPT-MVT-ROULES TO STA-CPT(6)
              MOVE CPT-MVT-RETENUS TO STA-CPT(7)
              WRITE STABAT-REC
              IF STABAT-FS NOT = ZEROES
                 DISPLAY 'ERREUR WRITE STABAT, FS : ' STABAT-FS
      *    FERMETURE DU CALENDRIER DES JOURS OUVRES, MEME MECANIQUE
           MOVE 'F' TO ZJO-CODE-FUNC
           CALL 'SPJOUV' USING Z-JOUR-OUVRE
      *    FERMETURE DU FICHIER DE SUIVI DES VIREMENTS, MEME MECANIQUE
           MOVE 'F' TO ZS-CODE-FUNC
           CALL 'ACCESSEUR-SUI' USING Z-SUIVI
           CLOSE VIRMVT
           CLOSE VIRREJ
           CLOSE VIRDEV
           CLOSE VIRATT
           CLOSE VIRACC
           CLOSE VIRMVW
           CLOSE VIRSAN
           CLOSE VIRSNA
           CLOSE VIRSNJ
           DISPLAY 'MOUVEMENTS LUS      : ' CPT-MVT-LUS
           DISPLAY 'MOUVEMENTS ACCEPTES : ' CPT-MVT-ACCEPTES
           DISPLAY 'MOUVEMENTS REJETES  : ' CPT-MVT-REJETES
           DISPLAY 'MOUVEMENTS DIFFERES : ' CPT-MVT-DIFFERES
           DISPLAY 'REGLEMENTS INTERNES : ' CPT-MVT-INTERNES
           DISPLAY 'DATES VAL. ROULEES  : ' CPT-MVT-ROULES
           DISPLAY 'RETENUS CONFORMITE  : ' CPT-MVT-RETENUS
           DISPLAY 'FRAIS DEBITES       : ' CPT-FRAIS-DEBITES
           DISPLAY 'TOTAL DES FRAIS     : ' TOTAL-FRAIS
           DISPLAY 'ECHECS DU SUIVI     : ' CPT-ECHECS-SUIVI
           IF RETURN-CODE = ZEROES AND CPT-ECHECS-SUIVI > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ENREGISTRER-STATISTIQUES
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
