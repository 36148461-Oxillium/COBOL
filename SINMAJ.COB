      *          LE FICHIER S'ALIMENTE AU FIL DE L'ANNEE), LES REJETS
      *          SONT EDITES SUR L'ETAT DE CONTROLE. LE FICHIER
      *          NOURRIT LA REVISION ANNUELLE DU BONUS-MALUS (BMSREV).
      *          UNE CARTE QUI PORTE UN NUMERO DE DOSSIER ET UN
      *          MONTANT DECLARE OUVRE EN OUTRE LE DOSSIER DE SINISTRE
      *          (SINDOS, STATUT 'O') QUE LE SERVICE SINISTRES GERE
      *          ENSUITE PAR SINREG ; SANS NUMERO DE DOSSIER, LA
      *          DECLARATION EST SEULEMENT STATISTIQUE, COMME AVANT.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINASS-FS.

      *    DOSSIERS DE SINISTRE (VOIR SINDOS.CPY). FICHIER OPTIONNEL :
      *    CREE A L'OUVERTURE DU PREMIER DOSSIER.
           SELECT OPTIONAL SINDOS ASSIGN TO DDSINDOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SDO-NUMSIN
           FILE STATUS IS SINDOS-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT SINCTL ASSIGN TO DDSINCTL
           ORGANIZATION IS SEQUENTIAL
              10 SM-DT-MOIS    PIC 9(2).
              10 SM-DT-JOUR    PIC 9(2).
           05 SM-TYPE          PIC X.
           05 SM-NUMSIN        PIC X(8).
           05 SM-NUMSIN-N REDEFINES SM-NUMSIN PIC 9(8).
           05 SM-MONTANT-DECLARE PIC 9(7)V99.
           05 FILLER           PIC X(48).

       FD  SINASS.
           COPY SINASS.

       FD  SINDOS.
           COPY SINDOS.

       FD  SINCTL.
       01  SINCTL-LIGNE PIC X(80).


       01  SINMVT-FS   PIC 99 VALUE ZEROES.
       01  SINASS-FS   PIC 99 VALUE ZEROES.
       01  SINDOS-FS   PIC 99 VALUE ZEROES.
       01  SINCTL-FS   PIC 99 VALUE ZEROES.

      *    DATE DU JOUR : UN SINISTRE FUTUR EST UNE ERREUR DE SAISIE
       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-AJOUTEES PIC 9(7) VALUE ZEROES.
           05 CPT-DOS-OUVERTS  PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
              DISPLAY 'ERREUR OPEN SINASS, FS : ' SINASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O SINDOS
           IF SINDOS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SINCTL
           IF SINCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINCTL, FS : ' SINCTL-FS
                    MOVE 'TYPE DE SINISTRE INVALIDE (M, C OU V)'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
                 ELSE
                    IF SM-NUMSIN NOT = SPACES
                       PERFORM CONTROLE-DOSSIER
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    OUVERTURE DE DOSSIER DEMANDEE : NUMERO NUMERIQUE NON NUL
      *    ET INCONNU DE SINDOS, MONTANT DECLARE NUMERIQUE
       CONTROLE-DOSSIER.
           IF SM-NUMSIN NOT NUMERIC OR SM-NUMSIN-N = ZEROES
              MOVE 'NUMERO DE DOSSIER NON NUMERIQUE OU NUL'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF SM-MONTANT-DECLARE NOT NUMERIC
                 MOVE 'MONTANT DECLARE NON NUMERIQUE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 MOVE SM-NUMSIN-N TO SDO-NUMSIN
                 READ SINDOS
                 EVALUATE SINDOS-FS
                    WHEN '00'
                       MOVE 'DOSSIER DE SINISTRE DEJA EXISTANT'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN '23'
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'ERREUR READ SINDOS, FS : ' SINDOS-FS
                       PERFORM FIN-ERREUR-GRAVE
                 END-EVALUATE
              END-IF
           END-IF
           .

      *    AJOUT DE LA CARTE VALIDEE AU FICHIER DES SINISTRES
       TRAITEMENT.
           IF CARTE-VALIDE
                 DISPLAY 'ERREUR WRITE SINASS, FS : ' SINASS-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              IF SM-NUMSIN NOT = SPACES
                 PERFORM OUVRIR-DOSSIER
              END-IF
           END-IF
           .

      *    OUVERTURE DU DOSSIER DE SINISTRE : PAS ENCORE DE RESERVE NI
      *    DE BENEFICIAIRE, POSES ENSUITE PAR SINREG
       OUVRIR-DOSSIER.
           MOVE SPACES TO SINDOS-REC
           MOVE SM-NUMSIN-N TO SDO-NUMSIN
           MOVE SM-MATRICULE TO SDO-MATRICULE
           MOVE SM-DATE TO SDO-DATE-SINISTRE
           MOVE SM-TYPE TO SDO-TYPE
           MOVE 'O' TO SDO-STATUT
           MOVE SM-MONTANT-DECLARE TO SDO-MONTANT-DECLARE
           MOVE ZEROES TO SDO-RESERVE SDO-CUMUL-REGLE SDO-NUMCPTC
                          SDO-DATE-CLOTURE
           MOVE DATE-JOUR TO SDO-DATE-OUVERTURE SDO-DATE-DERNIER-MVT
           WRITE SINDOS-REC
           IF SINDOS-FS = ZEROES
              ADD 1 TO CPT-DOS-OUVERTS
           ELSE
              DISPLAY 'ERREUR WRITE SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

           MOVE CPT-CRT-AJOUTEES TO LIG-VALEUR
           WRITE SINCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOSSIERS DE SINISTRE OUVERTS ' TO LIG-LIBELLE
           MOVE CPT-DOS-OUVERTS TO LIG-VALEUR
           WRITE SINCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           PERFORM EDITION-CTL
           CLOSE SINMVT
           CLOSE SINASS
           CLOSE SINDOS
           CLOSE SINCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'SINISTRES AJOUTES   : ' CPT-CRT-AJOUTEES
           DISPLAY 'DOSSIERS OUVERTS    : ' CPT-DOS-OUVERTS
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
