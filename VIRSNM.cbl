      ******************************************************************
      * Author:
      * Date:
      * Purpose: MAINTENANCE BATCH DE LA LISTE DE SANCTIONS ET
      *          D'EMBARGOS (VIRSAN) FILTREE PAR VIR2, SUR LE MODELE
      *          DE VIRLMJ POUR VIRLIM. APPLIQUE DES CARTES DE
      *          MOUVEMENT : CREATION D'UNE ENTREE ('C'), REMPLACEMENT
      *          DE SON LIBELLE ('M') OU SUPPRESSION ('S', RADIATION
      *          DE LA LISTE). UNE ENTREE EST UN NOM ('N'), UN BIC
      *          ('B') OU UN PAYS SOUS EMBARGO ('P', CODE ISO DES
      *          POSITIONS 5-6 DU BIC). LES NOMS SONT CLES SOUS LEUR
      *          FORME NORMALISEE (VOIR VIRSNC.CPY), LA MEME QUE CELLE
      *          QUE VIR2 APPLIQUE AU BENEFICIAIRE. CHAQUE CARTE EST
      *          CONTROLEE, CHAQUE REJET EDITE SUR L'ETAT DE CONTROLE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRSNM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTES DE MOUVEMENT SUR LA LISTE DE SANCTIONS
           SELECT SANMVT ASSIGN TO DDSANMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SANMVT-FS.

      *    LISTE DE SANCTIONS (CREEE AU PREMIER LANCEMENT)
           SELECT OPTIONAL VIRSAN ASSIGN TO DDVIRSAN
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SN-CLE
           FILE STATUS IS VIRSAN-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT SANCTL ASSIGN TO DDSANCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SANCTL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  SANMVT.
       01  SANMVT-ENR.
           05 SM-CODE-MVT      PIC X.
           05 SM-TYPE          PIC X.
           05 SM-VALEUR        PIC X(20).
           05 SM-LIBELLE       PIC X(30).
           05 FILLER           PIC X(28).

       FD  VIRSAN.
           COPY VIRSAN.

       FD  SANCTL.
       01  SANCTL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  SANMVT-FS   PIC 99 VALUE ZEROES.
       01  VIRSAN-FS   PIC 99 VALUE ZEROES.
       01  SANCTL-FS   PIC 99 VALUE ZEROES.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE-MVT    PIC X.
           05 FILLER          PIC X(1).
           05 REJ-TYPE        PIC X.
           05 FILLER          PIC X(1).
           05 REJ-VALEUR      PIC X(20).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(5).

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    CLE DE L'ENTREE VISEE PAR LA CARTE COURANTE, CONSTITUEE
      *    PAR LES CONTROLES (NOM NORMALISE, BIC RAMENE A 8 POSITIONS
      *    POUR UNE BANQUE ENTIERE, CODE PAYS)
       01  CLE-CARTE.
           05 CLC-TYPE        PIC X.
           05 CLC-VALEUR      PIC X(20).
       01  CLC-LONG           PIC 99 VALUE ZEROES.

      *    LONGUEUR UTILE MINIMALE D'UN NOM LISTE APRES NORMALISATION
       01  CONST-LONG-NOM-MIN PIC 99 VALUE 3.

      *    NOMBRE D'ESPACES DANS LA PARTIE BANQUE/PAYS/LIEU D'UN BIC
       01  CPT-BLANCS-BIC     PIC 99 VALUE ZEROES.

       01  DATE-TRAITEMENT    PIC 9(8).

      *    ZONE DE NORMALISATION DES NOMS (PARTAGEE AVEC VIR2)
       COPY VIRSNT.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-SANMVT                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-M        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-S        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-SANMVT
           IF FIN-SANMVT
              DISPLAY 'ERREUR FICHIER SANMVT VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-SANMVT
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-SANMVT
           END-PERFORM

           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN INPUT SANMVT
           IF SANMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SANMVT, FS : ' SANMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O VIRSAN
           IF VIRSAN-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSAN, FS : ' VIRSAN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SANCTL
           IF SANCTL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SANCTL, FS : ' SANCTL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DES CARTES DE MOUVEMENT SUR LA LISTE
       READ-SANMVT.
           READ SANMVT
                AT END SET FIN-SANMVT TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF SANMVT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SANMVT, FS : ' SANMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE MOUVEMENT, TYPE
      *    D'ENTREE, VALEUR (SELON LE TYPE), LIBELLE (NON EXIGE SUR
      *    UNE SUPPRESSION). LA CLE DE L'ENTREE EST CONSTITUEE ICI.
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           MOVE SPACES TO CLE-CARTE
           MOVE ZEROES TO CLC-LONG
           IF SM-CODE-MVT NOT = 'C' AND 'M' AND 'S'
              MOVE 'CODE MOUVEMENT INVALIDE (C, M OU S ATTENDU)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              EVALUATE SM-TYPE
                 WHEN 'N'
                    PERFORM CONTROLE-NOM
                 WHEN 'B'
                    PERFORM CONTROLE-BIC
                 WHEN 'P'
                    PERFORM CONTROLE-PAYS
                 WHEN OTHER
                    MOVE 'TYPE D''ENTREE INVALIDE (N, B OU P ATTENDU)'
                       TO REJ-RAISON-CRT
                    PERFORM REJET-CARTE
              END-EVALUATE
              IF CARTE-VALIDE AND SM-CODE-MVT NOT = 'S'
                 AND SM-LIBELLE = SPACES
                 MOVE 'REGIME DE SANCTIONS (LIBELLE) NON RENSEIGNE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              END-IF
           END-IF
           .

      *    NOM LISTE : CLE = NOM NORMALISE, D'UNE LONGUEUR UTILE
      *    SUFFISANTE POUR NE PAS RECOUPER N'IMPORTE QUEL BENEFICIAIRE
       CONTROLE-NOM.
           MOVE SM-VALEUR TO SNC-NOM
           PERFORM NORMALISER-NOM
           IF SNC-LONG < CONST-LONG-NOM-MIN
              MOVE 'NOM LISTE TROP COURT APRES NORMALISATION'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              MOVE 'N' TO CLC-TYPE
              MOVE SNC-NOM-NORM TO CLC-VALEUR
              MOVE SNC-LONG TO CLC-LONG
           END-IF
           .

      *    BIC LISTE : 8 POSITIONS SIGNIFICATIVES SANS BLANC (BANQUE,
      *    PAYS, LIEU), AGENCE SUR 3 POSITIONS OU A BLANC, RIEN AU
      *    DELA. L'AGENCE 'XXX' (SIEGE) VAUT BANQUE ENTIERE.
       CONTROLE-BIC.
           INSPECT SM-VALEUR CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROES TO CPT-BLANCS-BIC
           INSPECT SM-VALEUR(1:8) TALLYING CPT-BLANCS-BIC
              FOR ALL SPACE
           EVALUATE TRUE
              WHEN CPT-BLANCS-BIC > ZEROES
                 OR SM-VALEUR(12:9) NOT = SPACES
                 MOVE 'BIC INVALIDE (8 OU 11 POSITIONS ATTENDUES)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SM-VALEUR(9:3) NOT = SPACES
                 AND (SM-VALEUR(9:1) = SPACE
                   OR SM-VALEUR(10:1) = SPACE
                   OR SM-VALEUR(11:1) = SPACE)
                 MOVE 'CODE AGENCE DU BIC INCOMPLET'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 MOVE 'B' TO CLC-TYPE
                 MOVE SM-VALEUR(1:11) TO CLC-VALEUR
                 IF CLC-VALEUR(9:3) = 'XXX'
                    MOVE SPACES TO CLC-VALEUR(9:3)
                 END-IF
           END-EVALUATE
           .

      *    PAYS SOUS EMBARGO : DEUX LETTRES, RIEN AU DELA
       CONTROLE-PAYS.
           INSPECT SM-VALEUR CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF SM-VALEUR(1:2) IS NOT ALPHABETIC-UPPER
              OR SM-VALEUR(1:1) = SPACE
              OR SM-VALEUR(2:1) = SPACE
              OR SM-VALEUR(3:18) NOT = SPACES
              MOVE 'CODE PAYS INVALIDE (2 LETTRES ATTENDUES)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              MOVE 'P' TO CLC-TYPE
              MOVE SM-VALEUR(1:2) TO CLC-VALEUR
           END-IF
           .

      *    APPLICATION DE LA CARTE A LA LISTE
       TRAITEMENT.
           IF CARTE-VALIDE
              MOVE CLE-CARTE TO SN-CLE
              EVALUATE SM-CODE-MVT
                 WHEN 'C'
                    PERFORM CREATION-ENTREE
                 WHEN 'M'
                    PERFORM REMPLACEMENT-ENTREE
                 WHEN 'S'
                    PERFORM SUPPRESSION-ENTREE
              END-EVALUATE
           END-IF
           .

      *    INSCRIPTION D'UNE ENTREE SUR LA LISTE
       CREATION-ENTREE.
           MOVE CLC-LONG TO SN-LONG
           MOVE SPACES TO SN-NOM-SAISI
           IF SM-TYPE = 'N'
              MOVE SM-VALEUR TO SN-NOM-SAISI
           END-IF
           MOVE SM-LIBELLE TO SN-LIBELLE
           MOVE DATE-TRAITEMENT TO SN-DATE-MAJ
           WRITE VIRSAN-REC
           EVALUATE VIRSAN-FS
              WHEN '00'
                 ADD 1 TO CPT-CRT-C
              WHEN '22'
                 MOVE 'ENTREE DEJA LISTEE (UTILISER M)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE VIRSAN, FS : ' VIRSAN-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    REMPLACEMENT DU LIBELLE (ET DU NOM SAISI) D'UNE ENTREE
       REMPLACEMENT-ENTREE.
           READ VIRSAN
           EVALUATE VIRSAN-FS
              WHEN '00'
                 IF SM-TYPE = 'N'
                    MOVE SM-VALEUR TO SN-NOM-SAISI
                 END-IF
                 MOVE SM-LIBELLE TO SN-LIBELLE
                 MOVE DATE-TRAITEMENT TO SN-DATE-MAJ
                 REWRITE VIRSAN-REC
                 IF VIRSAN-FS = ZEROES
                    ADD 1 TO CPT-CRT-M
                 ELSE
                    DISPLAY 'ERREUR REWRITE VIRSAN, FS : ' VIRSAN-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
              WHEN '23'
                 MOVE 'ENTREE NON LISTEE (UTILISER C)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRSAN, FS : ' VIRSAN-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    RADIATION D'UNE ENTREE DE LA LISTE
       SUPPRESSION-ENTREE.
           READ VIRSAN
           EVALUATE VIRSAN-FS
              WHEN '00'
                 DELETE VIRSAN
                 IF VIRSAN-FS = ZEROES
                    ADD 1 TO CPT-CRT-S
                 ELSE
                    DISPLAY 'ERREUR DELETE VIRSAN, FS : ' VIRSAN-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
              WHEN '23'
                 MOVE 'ENTREE NON LISTEE, RIEN A SUPPRIMER'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRSAN, FS : ' VIRSAN-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE SM-CODE-MVT TO REJ-CODE-MVT
           MOVE SM-TYPE TO REJ-TYPE
           MOVE SM-VALEUR TO REJ-VALEUR
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE SANCTL-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE VIRSNM ****' TO LIG-LIBELLE
           WRITE SANCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE SANCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'INSCRIPTIONS APPLIQUEES .....' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE SANCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REMPLACEMENTS APPLIQUES .....' TO LIG-LIBELLE
           MOVE CPT-CRT-M TO LIG-VALEUR
           WRITE SANCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RADIATIONS APPLIQUEES .......' TO LIG-LIBELLE
           MOVE CPT-CRT-S TO LIG-VALEUR
           WRITE SANCTL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE SANCTL-LIGNE FROM LIGNE-CTL
           .

      *    NORMALISATION ET COMPARAISON DES NOMS (PARTAGEES AVEC VIR2)
       COPY VIRSNC.

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE SANMVT
           CLOSE VIRSAN
           CLOSE SANCTL
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'INSCRIPTIONS        : ' CPT-CRT-C
           DISPLAY 'REMPLACEMENTS       : ' CPT-CRT-M
           DISPLAY 'RADIATIONS          : ' CPT-CRT-S
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
