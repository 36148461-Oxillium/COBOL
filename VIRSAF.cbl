      ******************************************************************
      * Author:
      * Date:
      * Purpose: AFFECTATION PAR LE BACK-OFFICE DES PAIEMENTS RECUS
      *          MIS EN SUSPENS PAR VIRENT (FICHIER VIRSUS). CHAQUE
      *          CARTE DESIGNE UN SUSPENS PAR SA REFERENCE RESEAU ET
      *          L'AFFECTE ('A') A UN COMPTE, QUI EST ALORS CREDITE PAR
      *          ACCESSEUR-BAC 'C' SOUS LA REFERENCE DU PAIEMENT, OU LE
      *          RENVOIE A L'EMETTEUR ('R'), CE QUI SOLDE LE SUSPENS
      *          SANS IMPUTATION. UN MESSAGE ILLISIBLE OU SANS MONTANT
      *          POSITIF NE PEUT QU'ETRE RENVOYE. LE MONTANT EST
      *          RECONVERTI EN EUR AU TAUX DU JOUR (VIRCVC.CPY). LA
      *          DECISION PORTE L'AGENT, LA DATE, L'HEURE ET LE MOTIF.
      *          L'ETAT DE CONTROLE LISTE LES CARTES REJETEES ET LES
      *          TOTAUX.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRSAF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DES CARTES D'AFFECTATION DES SUSPENS
           SELECT SAFMVT ASSIGN TO DDSAFMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SAFMVT-FS.

      *    DECLARATION DU FICHIER DES PAIEMENTS RECUS EN SUSPENS
      *    (ECRIT PAR VIRENT ; OPTIONNEL : ABSENT TANT QU'AUCUN
      *    PAIEMENT N'A ETE MIS EN SUSPENS)
           SELECT OPTIONAL VIRSUS ASSIGN TO DDVIRSUS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SUS-REFERENCE
           FILE STATUS IS VIRSUS-FS.

      *    DECLARATION DE LA TABLE DES TAUX DE CHANGE
           SELECT VIRCHGE ASSIGN TO DDVIRCHGE
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VC-CLE
           FILE STATUS IS VIRCHGE-FS.

      *    DECLARATION DE L'ETAT DE CONTROLE DU TRAITEMENT
           SELECT SAFCTL ASSIGN TO DDSAFCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SAFCTL-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DES CARTES D'AFFECTATION : CODE,
      *    REFERENCE DU PAIEMENT EN SUSPENS, COMPTE A CREDITER (SUR
      *    UNE AFFECTATION SEULEMENT), AGENT, MOTIF
       FD  SAFMVT.
       01  SAFMVT-ENR.
           05 SA-CODE                        PIC X.
           05 SA-REFERENCE                   PIC X(16).
           05 SA-NUMCPTD                     PIC 9(2).
           05 SA-AGENT                       PIC X(8).
           05 SA-MOTIF                       PIC X(30).
           05 FILLER                         PIC X(23).

      *    DECLARATION DU BUFFER DES SUSPENS (DECOUPAGE PARTAGE AVEC
      *    VIRENT, VOIR VIRSUS.CPY)
       FD  VIRSUS.
           COPY VIRSUS.

      *    DECLARATION DU BUFFER DE LA TABLE DES TAUX (DECOUPAGE
      *    PARTAGE AVEC VIR2, VOIR VIRCHG.CPY)
       FD  VIRCHGE.
           COPY VIRCHG.

      *    DECLARATION DU BUFFER DE L'ETAT DE CONTROLE
       FD  SAFCTL.
       01  SAFCTL-LIGNE                      PIC X(80).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  SAFMVT-FS   PIC 99 VALUE ZEROES.
       01  VIRSUS-FS   PIC 99 VALUE ZEROES.
       01  VIRCHGE-FS  PIC 99 VALUE ZEROES.
       01  SAFCTL-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    MESSAGE D'ORIGINE DU SUSPENS COURANT (DECOUPAGE PARTAGE
      *    AVEC VIR2 ET VIRENT, VOIR VIRM103.CPY)
           COPY VIRM103.

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

      *    ZONE DE CONVERSION EN EUR (PARTAGEE AVEC VIRENT)
           COPY VIRCVT.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE        PIC X.
           05 FILLER          PIC X(1).
           05 REJ-REFERENCE   PIC X(16).
           05 FILLER          PIC X(1).
           05 REJ-AGENT       PIC X(8).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(2).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    HORODATAGE DE LA DECISION (UN SEUL PAR RUN)
       01  DATE-TRAITEMENT    PIC 9(8).
       01  HEURE-TRAITEMENT   PIC 9(6).

      *    CLIENT TITULAIRE DU COMPTE D'AFFECTATION
       01  NUMCLI-TITULAIRE   PIC 9(2) VALUE ZEROES.
       01  NOMCLI-TITULAIRE   PIC X(20) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-SAFMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-A        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-R        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.
           05 TOTAL-AFFECTE    PIC S9(11)V9(2) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM READ-SAFMVT
           PERFORM UNTIL FIN-SAFMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-SAFMVT
           END-PERFORM
           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           ACCEPT HEURE-TRAITEMENT FROM TIME
           MOVE DATE-TRAITEMENT TO CVE-DATE-TRAITEMENT
           OPEN INPUT SAFMVT
           IF SAFMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SAFMVT, FS : ' SAFMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRSUS
           IF VIRSUS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSUS, FS : ' VIRSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRCHGE
           IF VIRCHGE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRCHGE, FS : ' VIRCHGE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SAFCTL
           IF SAFCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SAFCTL, FS : ' SAFCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DES CARTES D'AFFECTATION
       READ-SAFMVT.
           READ SAFMVT
                AT END SET FIN-SAFMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF SAFMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SAFMVT, FS : ' SAFMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE FORME DE LA CARTE COURANTE : CODE, REFERENCE,
      *    COMPTE SUR UNE AFFECTATION, AGENT (TOUJOURS EXIGE : C'EST
      *    L'AUTEUR DE LA DECISION), MOTIF SUR UN RENVOI
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           EVALUATE TRUE
              WHEN SA-CODE NOT = 'A' AND 'R'
                 MOVE 'CODE INVALIDE (A OU R ATTENDU)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SA-REFERENCE = SPACES
                 MOVE 'REFERENCE DU PAIEMENT NON RENSEIGNEE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SA-CODE = 'A'
               AND (SA-NUMCPTD NOT NUMERIC OR SA-NUMCPTD = ZEROES)
                 MOVE 'COMPTE D''AFFECTATION INVALIDE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SA-AGENT = SPACES
                 MOVE 'AGENT DU BACK-OFFICE NON RENSEIGNE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SA-CODE = 'R' AND SA-MOTIF = SPACES
                 MOVE 'MOTIF DU RENVOI NON RENSEIGNE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
           END-EVALUATE
           .

      *    APPLICATION DE LA DECISION : LE PAIEMENT DOIT ETRE EN
      *    SUSPENS ET NON ENCORE AFFECTE NI RENVOYE (UNE DECISION
      *    PRISE NE SE REPREND PAS PAR CARTE)
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE SA-REFERENCE TO SUS-REFERENCE
              READ VIRSUS
              EVALUATE VIRSUS-FS
                 WHEN '00'
                    IF SUS-EN-SUSPENS
                       IF SA-CODE = 'A'
                          PERFORM AFFECTER-PAIEMENT
                       ELSE
                          PERFORM RENVOYER-PAIEMENT
                       END-IF
                    ELSE
                       MOVE 'DECISION DEJA PRISE SUR CE PAIEMENT'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    END-IF
                 WHEN '23'
                    MOVE 'AUCUN PAIEMENT EN SUSPENS SOUS CETTE REF'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ VIRSUS, FS : ' VIRSUS-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    AFFECTATION : UN MESSAGE ILLISIBLE OU SANS MONTANT EXPLOI-
      *    TABLE NE S'AFFECTE PAS (RENVOI SEUL) ; LE COMPTE DESIGNE
      *    DOIT EXISTER (LE NOM N'EST PAS RAPPROCHE, LE BACK-OFFICE A
      *    TRANCHE) ET LE TAUX DU JOUR ETRE DISPONIBLE ; LE COMPTE EST
      *    ALORS CREDITE SOUS LA REFERENCE RESEAU DU PAIEMENT
       AFFECTER-PAIEMENT.
           MOVE SUS-MESSAGE TO VIRMT103-REC
           EVALUATE TRUE
              WHEN SUS-MESSAGE-INVALIDE
                 MOVE 'MESSAGE INVALIDE, RENVOI SEUL POSSIBLE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN M103-MTTRAN NOT NUMERIC
                 MOVE 'MONTANT DU PAIEMENT NON NUMERIQUE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN M103-MTTRAN NOT > ZEROES
                 MOVE 'MONTANT DU PAIEMENT NUL OU NEGATIF'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
           END-EVALUATE
           IF CARTE-VALIDE
              MOVE 'L' TO Z-CODE-FUNC
              MOVE SA-NUMCPTD TO Z-NUMCPTD
              CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
              IF Z-CODE-ERR NOT = ZEROES
                 MOVE 'COMPTE D''AFFECTATION INEXISTANT'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              END-IF
           END-IF
           IF CARTE-VALIDE
              MOVE Z-NUMCLID TO NUMCLI-TITULAIRE
              MOVE Z-NOMCLIC TO NOMCLI-TITULAIRE
              MOVE M103-CODDEV TO CVE-CODDEV
              MOVE M103-MTTRAN TO CVE-MTTRAN
              PERFORM CONVERTIR-EN-EUR
              EVALUATE TRUE
                 WHEN CVE-TAUX-ABSENT
                    MOVE 'TAUX DE CHANGE ABSENT POUR LA DEVISE'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 WHEN CVE-TAUX-PERIME
                    MOVE 'TAUX DE CHANGE PERIME' TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
              END-EVALUATE
           END-IF
           IF CARTE-VALIDE
              MOVE 'C' TO Z-CODE-FUNC
              MOVE NUMCLI-TITULAIRE TO Z-NUMCLID
              MOVE SA-NUMCPTD TO Z-NUMCPTD
              MOVE CVE-MTTRAN-EUR TO Z-MTTRAN
              MOVE NOMCLI-TITULAIRE TO Z-NOMCLIC
              MOVE SUS-REFERENCE TO Z-REF-EMISSION
              CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
              IF Z-CODE-ERR NOT = ZEROES
                 MOVE 'ECHEC DE L''IMPUTATION DU CREDIT'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              END-IF
           END-IF
           IF CARTE-VALIDE
              SET SUS-AFFECTE TO TRUE
              MOVE SA-NUMCPTD TO SUS-NUMCPTD-AFFECTE
              MOVE CVE-TAUX TO SUS-TAUX
              MOVE CVE-MTTRAN-EUR TO SUS-MTTRAN-EUR
              PERFORM ENREGISTRER-DECISION
              ADD 1 TO CPT-CRT-A
              ADD CVE-MTTRAN-EUR TO TOTAL-AFFECTE
           END-IF
           .

      *    RENVOI A L'EMETTEUR : LE SUSPENS EST SOLDE SANS IMPUTATION,
      *    LE RETOUR DES FONDS SE TRAITE HORS CHAINE
       RENVOYER-PAIEMENT.
           SET SUS-RENVOYE TO TRUE
           PERFORM ENREGISTRER-DECISION
           ADD 1 TO CPT-CRT-R
           .

      *    DECISION PORTEE SUR LE SUSPENS (STATUT POSITIONNE PAR
      *    L'APPELANT)
       ENREGISTRER-DECISION.
           MOVE SA-AGENT TO SUS-AGENT
           MOVE DATE-TRAITEMENT TO SUS-DATE-DECISION
           MOVE HEURE-TRAITEMENT TO SUS-HEURE-DECISION
           MOVE SA-MOTIF TO SUS-MOTIF-DECISION
           REWRITE VIRSUS-REC
           IF VIRSUS-FS NOT = ZEROES
              DISPLAY 'ERREUR REWRITE VIRSUS, FS : ' VIRSUS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE SA-CODE TO REJ-CODE
           MOVE SA-REFERENCE TO REJ-REFERENCE
           MOVE SA-AGENT TO REJ-AGENT
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE SAFCTL-LIGNE FROM LIGNE-REJ
           .

      *    CONVERSION EN EUR (VOIR VIRCVC.CPY)
       COPY VIRCVC.

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE VIRSAF ****' TO LIG-LIBELLE
           WRITE SAFCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE SAFCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'PAIEMENTS AFFECTES ..........' TO LIG-LIBELLE
           MOVE CPT-CRT-A TO LIG-VALEUR
           WRITE SAFCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'PAIEMENTS RENVOYES ..........' TO LIG-LIBELLE
           MOVE CPT-CRT-R TO LIG-VALEUR
           WRITE SAFCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE SAFCTL-LIGNE FROM LIGNE-CTL
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DES DISPLAY
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'VIRSAF' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-CRT-LUES TO STA-CPT(1)
              MOVE CPT-CRT-A TO STA-CPT(2)
              MOVE CPT-CRT-R TO STA-CPT(3)
              MOVE CPT-CRT-REJETEES TO STA-CPT(4)
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
           PERFORM EDITION-CTL
      *    FERMETURE DU FICHIER MAITRE DES COMPTES, RESTE OUVERT DANS
      *    L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO Z-CODE-FUNC
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           CLOSE SAFMVT
           CLOSE VIRSUS
           CLOSE VIRCHGE
           CLOSE SAFCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'PAIEMENTS AFFECTES  : ' CPT-CRT-A
           DISPLAY 'PAIEMENTS RENVOYES  : ' CPT-CRT-R
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
           DISPLAY 'TOTAL AFFECTE (EUR) : ' TOTAL-AFFECTE
           PERFORM ENREGISTRER-STATISTIQUES
            STOP RUN
           .
