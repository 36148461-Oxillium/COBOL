      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: GESTION DES DOSSIERS DE SINISTRE PAR CARTES, EN
      *          COMPLEMENT DE SINMAJ (QUI OUVRE LES DOSSIERS A LA
      *          DECLARATION). CHAQUE CARTE PORTE UN CODE ACTION ET UN
      *          NUMERO DE DOSSIER SINDOS :
      *            'R' RESERVE : LA RESERVE (RESTANT A PAYER) DEVIENT
      *                LE MONTANT DE LA CARTE
      *            'B' BENEFICIAIRE : NOM, COMPTE ET BIC A CREDITER
      *            'P' REGLEMENT : LE MONTANT, QUI NE PEUT DEPASSER LA
      *                RESERVE, EST PAYE AU BENEFICIAIRE
      *            'C' CLOTURE : LA RESERVE RESIDUELLE EST LIBEREE
      *            'F' REFUS : DOSSIER SANS AUCUN REGLEMENT
      *          UN REGLEMENT ACCEPTE DONNE UN MOUVEMENT AU FORMAT
      *          VIRMVT-ENR (SINVIR) QUI DEBITE LE COMPTE SINISTRES DE
      *          LA COMPAGNIE (CARTE SINPAR : CLIENT ET COMPTE BACCPT)
      *          AU PROFIT DU BENEFICIAIRE DU DOSSIER. LE FICHIER EST
      *          CONCATENE AU VIRMVT DU PROCHAIN RUN VIR2, COMME LES
      *          ENCAISSEMENTS DE COLASS : LES REGLEMENTS PASSENT PAR
      *          LES MEMES CONTROLES, PROVISION ET EMISSION QUE TOUT
      *          VIREMENT. CHAQUE REGLEMENT EMIS EST ENREGISTRE DANS
      *          SINATT : UN REGLEMENT REJETE PAR LA CHAINE EST ANNULE
      *          SUR LE DOSSIER PAR SINANN (RESERVE RESTITUEE, CUMUL
      *          REGLE DIMINUE) ET SE REPRESENTE PAR UNE NOUVELLE CARTE
      *          'P', PAS PAR LE CIRCUIT DE REPARATION (VIRCOL /
      *          VIRRCY). UN SECOND REGLEMENT DU MEME MONTANT AU MEME
      *          BENEFICIAIRE DANS LE RUN SERAIT REJETE PAR VIR2 COMME
      *          DOUBLON (CODE 18) : LA CARTE EST REJETEE ICI, AVANT
      *          TOUTE MISE A JOUR DU DOSSIER, ET SE REPRESENTE LE
      *          LENDEMAIN. LES DOSSIERS CLOS OU REFUSES N'ACCEPTENT
      *          PLUS AUCUNE CARTE. LE RUN PASSE AVANT VIR2 OU APRES
      *          SINANN ; IL EST REFUSE ENTRE LES DEUX (VOIR
      *          CONTROLE-CALENDRIER).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTE PARAMETRE : COMPTE SINISTRES DE LA COMPAGNIE
           SELECT SINPAR ASSIGN TO DDSINPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINPAR-FS.

      *    CARTES DE GESTION DES DOSSIERS DE SINISTRE
           SELECT SINRGM ASSIGN TO DDSINRGM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINRGM-FS.

      *    DOSSIERS DE SINISTRE (VOIR SINDOS.CPY)
           SELECT SINDOS ASSIGN TO DDSINDOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SDO-NUMSIN
           FILE STATUS IS SINDOS-FS.

      *    MOUVEMENTS DE REGLEMENT GENERES (FORMAT VIRMVT)
           SELECT SINVIR ASSIGN TO DDSINVIR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINVIR-FS.

      *    ETAT DE CONTROLE DU TRAITEMENT
           SELECT SINRGC ASSIGN TO DDSINRGC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINRGC-FS.

      *    FICHIER DE TRAVAIL DES REGLEMENTS EMIS DANS LE RUN, INDEXE
      *    PAR BENEFICIAIRE ET MONTANT (RECREE A CHAQUE RUN). LES
      *    REGLEMENTS PARTENT TOUS DU COMPTE SINISTRES AVEC LA DATE DU
      *    JOUR COMME DATE DE VALEUR : DEUX REGLEMENTS DU MEME MONTANT
      *    AU MEME BENEFICIAIRE SONT IDENTIQUES AU SENS DE LA CLE DE
      *    DOUBLON DE VIR2 (LE NUMERO DE DEMANDE N'Y FIGURE PAS) ET LE
      *    SECOND SERAIT REJETE CODE 18.
           SELECT SINDUP ASSIGN TO DDSINDUP
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DUP-CLE
           FILE STATUS IS SINDUP-FS.

      *    REGLEMENTS EMIS EN ATTENTE DE CONFIRMATION (VOIR
      *    SINATT.CPY). FICHIER OPTIONNEL : CREE AU PREMIER REGLEMENT.
           SELECT OPTIONAL SINATT ASSIGN TO DDSINATT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SAT-CLE
           FILE STATUS IS SINATT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  SINPAR.
       01  SINPAR-ENR.
           05 SPA-NUMCLID     PIC 9(2).
           05 SPA-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(76).

       FD  SINRGM.
       01  SINRGM-ENR.
           05 SR-CODE         PIC X.
           05 SR-NUMSIN       PIC 9(8).
           05 SR-MONTANT      PIC 9(7)V99.
           05 SR-MONTANT-X REDEFINES SR-MONTANT PIC X(9).
           05 SR-NOMCLIC      PIC X(20).
           05 SR-NUMCPTC      PIC 9(2).
           05 SR-BICCRD       PIC X(11).
           05 FILLER          PIC X(29).

       FD  SINDOS.
           COPY SINDOS.

       FD  SINVIR.
       01  SINVIR-RECORD PIC X(80).

       FD  SINRGC.
       01  SINRGC-LIGNE PIC X(80).

      *    REGLEMENT AU SENS DE LA DETECTION DES DOUBLONS DE VIR2 (LES
      *    AUTRES COMPOSANTES DE SA CLE SONT CONSTANTES DANS LE RUN)
       FD  SINDUP.
       01  SINDUP-REC.
           05 DUP-CLE.
              10 DUP-NUMCPTC      PIC 9(2).
              10 DUP-BICCRD       PIC X(11).
              10 DUP-MONTANT      PIC 9(7)V9(2).

       FD  SINATT.
           COPY SINATT.

       WORKING-STORAGE SECTION.

       01  SINPAR-FS   PIC 99 VALUE ZEROES.
       01  SINRGM-FS   PIC 99 VALUE ZEROES.
       01  SINDOS-FS   PIC 99 VALUE ZEROES.
       01  SINVIR-FS   PIC 99 VALUE ZEROES.
       01  SINRGC-FS   PIC 99 VALUE ZEROES.
       01  SINDUP-FS   PIC 99 VALUE ZEROES.
       01  SINATT-FS   PIC 99 VALUE ZEROES.

      *    DATE DU JOUR (DATE D'ECHEANCE ET DE VALEUR DES REGLEMENTS)
       01  DATE-JOUR          PIC 9(8).

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION (ACCESSEUR-RUN), CONSULTE POUR SITUER
      *    LE RUN PAR RAPPORT A VIR2 ET A SINANN DU JOUR
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8).
           05 ZR-PRECEDENT                   PIC X(8) VALUE SPACES.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).

      *    COMPTE SINISTRES RETENU (CARTE SINPAR)
       01  SIN-NUMCLID        PIC 9(2).
       01  SIN-NUMCPTD        PIC 9(2).

      *    NUMERO DE DEMANDE SEQUENTIEL DES REGLEMENTS GENERES (MEME
      *    REGLE QUE COLASS ; 99 REGLEMENTS AU PLUS PAR RUN, VOIR
      *    CONTROLE-REGLEMENT)
       01  NUMDDE-COURANT     PIC 9(2) VALUE ZEROES.

      *    MOUVEMENT EN COURS DE CONSTRUCTION (DECOUPAGE PARTAGE AVEC
      *    VIR2, VOIR VIRENR.CPY)
       COPY VIRENR.

      *    LIGNES DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

       01  LIGNE-CTL-MONTANT.
           05 LIM-LIBELLE     PIC X(40).
           05 LIM-VALEUR      PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(26).

      *    LIGNE DE DETAIL D'UNE CARTE REJETEE
       01  LIGNE-REJ.
           05 REJ-CODE        PIC X.
           05 FILLER          PIC X(1).
           05 REJ-NUMSIN      PIC X(8).
           05 FILLER          PIC X(1).
           05 REJ-MONTANT     PIC X(9).
           05 FILLER          PIC X(1).
           05 REJ-RAISON      PIC X(50).
           05 FILLER          PIC X(9).

      *    LIGNE DE DETAIL D'UN REGLEMENT EMIS (CLE DU MOUVEMENT POUR
      *    REMONTER D'UN REJET VIRREJ AU DOSSIER)
       01  LIGNE-REG.
           05 FILLER          PIC X(2) VALUE 'P '.
           05 REG-NUMSIN      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-MONTANT     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-DATECH      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-NUMDDE      PIC 9(2).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 REG-NOMCLIC     PIC X(20).
           05 FILLER          PIC X(20) VALUE ' REGLEMENT EMIS'.

      *    RAISON DU REJET COURANT, ALIMENTEE AVANT REJET-CARTE
       01  REJ-RAISON-CRT     PIC X(50) VALUE SPACES.

      *    INDICATEUR FIN DE FICHIER DES CARTES
       01                          PIC X VALUE SPACES.
           88 FIN-SINRGM                VALUE 'O'.

      *    INDICATEUR DE VALIDITE DE LA CARTE COURANTE
       01  IND-CARTE           PIC X     VALUE 'O'.
           88 CARTE-VALIDE               VALUE 'O'.
           88 CARTE-INVALIDE             VALUE 'N'.

       01  COMPTEURS.
           05 CPT-CRT-LUES     PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-R        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-B        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-P        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-C        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-F        PIC 9(7) VALUE ZEROES.
           05 CPT-CRT-REJETEES PIC 9(7) VALUE ZEROES.
       01  TOTAL-REGLE          PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-LIBERE         PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CONTROLE-CALENDRIER
           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE

           PERFORM READ-SINRGM
           IF FIN-SINRGM
              DISPLAY 'ERREUR FICHIER SINRGM VIDE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF

           PERFORM UNTIL FIN-SINRGM
              PERFORM CONTROLES
              PERFORM TRAITEMENT
              PERFORM READ-SINRGM
           END-PERFORM

           PERFORM FIN
           .

      *    UN REGLEMENT EMIS CE JOUR EST RAPPROCHE PAR SINANN DES
      *    REJETS DU VIR2 QUI L'A TRAITE : CELUI DU JOUR S'IL EST EMIS
      *    AVANT VIR2, CELUI DU LENDEMAIN S'IL EST EMIS APRES SINANN.
      *    ENTRE LES DEUX (OU APRES UN SINANN EN ERREUR), SINANN LE
      *    CONFIRMERAIT SANS QU'IL AIT PASSE VIR2 : LE RUN EST REFUSE
      *    AVANT TOUTE OUVERTURE.
       CONTROLE-CALENDRIER.
           MOVE 'C' TO ZR-CODE-FUNC
           MOVE 'VIR2' TO ZR-ETAPE
           CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           IF ZR-CODE-ERR = ZEROES
              MOVE 'C' TO ZR-CODE-FUNC
              MOVE 'SINANN' TO ZR-ETAPE
              CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
              IF ZR-CODE-ERR = 1
                 OR (ZR-CODE-ERR = ZEROES AND ZR-CODRET > 4)
                 DISPLAY 'DEMARRAGE SINREG REFUSE : VIR2 PASSE, '
                         'SINANN NON TERMINE CE JOUR'
                 MOVE 15 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF ZR-CODE-ERR = 99
              DISPLAY 'DEMARRAGE SINREG REFUSE : ' ZR-LIBERR
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       DEBUT.
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT SINPAR
           IF SINPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINPAR, FS : ' SINPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT SINRGM
           IF SINRGM-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINRGM, FS : ' SINRGM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O SINDOS
           IF SINDOS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SINVIR
           IF SINVIR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINVIR, FS : ' SINVIR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SINRGC
           IF SINRGC-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINRGC, FS : ' SINRGC-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
      *    LE FICHIER DE TRAVAIL DES DOUBLONS EST RECREE VIDE (OPEN
      *    OUTPUT PUIS REOUVERTURE EN I-O), COMME CELUI DE COLASS
           OPEN OUTPUT SINDUP
           IF SINDUP-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINDUP, FS : ' SINDUP-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE SINDUP
           OPEN I-O SINDUP
           IF SINDUP-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINDUP, FS : ' SINDUP-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O SINATT
           IF SINATT-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINATT, FS : ' SINATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DU COMPTE SINISTRES. SANS CARTE
      *    VALIDE, PAS DE TRAITEMENT : ON NE DEVINE PAS QUEL COMPTE
      *    DEBITER DES REGLEMENTS.
       LIRE-PARAMETRE.
           READ SINPAR
           IF SINPAR-FS NOT = ZEROES
              OR SPA-NUMCLID NOT NUMERIC OR SPA-NUMCLID = ZEROES
              OR SPA-NUMCPTD NOT NUMERIC OR SPA-NUMCPTD = ZEROES
              DISPLAY 'CARTE SINPAR ABSENTE OU INVALIDE, '
                      'REGLEMENTS IMPOSSIBLES'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE SPA-NUMCLID TO SIN-NUMCLID
           MOVE SPA-NUMCPTD TO SIN-NUMCPTD
           DISPLAY 'REGLEMENTS DEBITES SUR LE CLIENT ' SIN-NUMCLID
                   ' COMPTE ' SIN-NUMCPTD
           .

      *    LECTURE DES CARTES DE GESTION
       READ-SINRGM.
           READ SINRGM
                AT END SET FIN-SINRGM TO TRUE
                NOT AT END ADD 1 TO CPT-CRT-LUES
           END-READ
           IF SINRGM-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINRGM, FS : ' SINRGM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CONTROLES DE LA CARTE COURANTE : CODE ACTION, DOSSIER
      *    EXISTANT ET ENCORE OUVERT, PUIS CONTROLES PROPRES A
      *    L'ACTION
       CONTROLES.
           SET CARTE-VALIDE TO TRUE
           IF SR-CODE NOT = 'R' AND 'B' AND 'P' AND 'C' AND 'F'
              MOVE 'CODE ACTION INVALIDE (R, B, P, C OU F)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              IF SR-NUMSIN NOT NUMERIC OR SR-NUMSIN = ZEROES
                 MOVE 'NUMERO DE DOSSIER NON NUMERIQUE OU NUL'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              ELSE
                 MOVE SR-NUMSIN TO SDO-NUMSIN
                 READ SINDOS
                 EVALUATE SINDOS-FS
                    WHEN '00'
                       PERFORM CONTROLE-ACTION
                    WHEN '23'
                       MOVE 'DOSSIER DE SINISTRE INEXISTANT'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    WHEN OTHER
                       DISPLAY 'ERREUR READ SINDOS, FS : ' SINDOS-FS
                       PERFORM FIN-ERREUR-GRAVE
                 END-EVALUATE
              END-IF
           END-IF
           .

       CONTROLE-ACTION.
           IF SDO-STATUT = 'C' OR SDO-STATUT = 'F'
              MOVE 'DOSSIER CLOS OU REFUSE' TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           ELSE
              EVALUATE SR-CODE
                 WHEN 'R'
                    PERFORM CONTROLE-RESERVE
                 WHEN 'B'
                    PERFORM CONTROLE-BENEFICIAIRE
                 WHEN 'P'
                    PERFORM CONTROLE-REGLEMENT
                 WHEN 'F'
                    IF SDO-CUMUL-REGLE > ZEROES
                       MOVE 'REFUS IMPOSSIBLE, REGLEMENTS DEJA EMIS'
                          TO REJ-RAISON-CRT
                       PERFORM REJET-CARTE
                    END-IF
              END-EVALUATE
           END-IF
           .

      *    NOUVELLE RESERVE : MONTANT NUMERIQUE NON NUL
       CONTROLE-RESERVE.
           IF SR-MONTANT NOT NUMERIC OR SR-MONTANT = ZEROES
              MOVE 'MONTANT DE RESERVE NON NUMERIQUE OU NUL'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           END-IF
           .

      *    BENEFICIAIRE : NOM, COMPTE NUMERIQUE ET BIC RENSEIGNES
       CONTROLE-BENEFICIAIRE.
           IF SR-NOMCLIC = SPACES
              OR SR-NUMCPTC NOT NUMERIC OR SR-NUMCPTC = ZEROES
              OR SR-BICCRD = SPACES
              MOVE 'BENEFICIAIRE INCOMPLET (NOM, COMPTE, BIC)'
                 TO REJ-RAISON-CRT
              PERFORM REJET-CARTE
           END-IF
           .

      *    REGLEMENT : RESERVE CONSTITUEE, BENEFICIAIRE CONNU,
      *    MONTANT NUMERIQUE NON NUL ET DANS LA LIMITE DE LA RESERVE,
      *    PAS PLUS DE 99 REGLEMENTS DANS LE RUN (LE NUMERO DE DEMANDE
      *    DISTINGUE LES REGLEMENTS DU JOUR DANS SINATT) ET PAS DE
      *    DOUBLON AU SENS DE VIR2
       CONTROLE-REGLEMENT.
           EVALUATE TRUE
              WHEN SDO-STATUT = 'O'
                 MOVE 'REGLEMENT IMPOSSIBLE, AUCUNE RESERVE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SDO-BICCRD = SPACES
                 MOVE 'REGLEMENT IMPOSSIBLE, BENEFICIAIRE INCONNU'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SR-MONTANT NOT NUMERIC OR SR-MONTANT = ZEROES
                 MOVE 'MONTANT DE REGLEMENT NON NUMERIQUE OU NUL'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN SR-MONTANT > SDO-RESERVE
                 MOVE 'REGLEMENT SUPERIEUR A LA RESERVE'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN CPT-CRT-P = 99
                 MOVE 'PLUS DE 99 REGLEMENTS DANS LE RUN'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 PERFORM CONTROLER-DOUBLON-PREVU
           END-EVALUATE
           .

      *    DETECTION DES DOUBLONS PREVISIBLES : UN REGLEMENT DU MEME
      *    MONTANT AU MEME BENEFICIAIRE (COMPTE ET BIC) DEJA EMIS
      *    DANS CE RUN DONNERAIT UN REJET CODE 18 CHEZ VIR2. LA CARTE
      *    EST REJETEE AVANT L'EMISSION ET AVANT LA MISE A JOUR DU
      *    DOSSIER : ELLE SE REPRESENTE AU RUN SUIVANT.
       CONTROLER-DOUBLON-PREVU.
           MOVE SDO-NUMCPTC TO DUP-NUMCPTC
           MOVE SDO-BICCRD TO DUP-BICCRD
           MOVE SR-MONTANT TO DUP-MONTANT
           WRITE SINDUP-REC
           EVALUATE SINDUP-FS
              WHEN '00'
                 CONTINUE
              WHEN '22'
                 MOVE 'DOUBLON DU JOUR (MEME BENEFICIAIRE ET MONTANT)'
                    TO REJ-RAISON-CRT
                 PERFORM REJET-CARTE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE SINDUP, FS : ' SINDUP-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    APPLICATION DE LA CARTE VALIDEE AU DOSSIER
       TRAITEMENT.
           IF CARTE-VALIDE
              EVALUATE SR-CODE
                 WHEN 'R'
                    MOVE SR-MONTANT TO SDO-RESERVE
                    IF SDO-STATUT = 'O'
                       MOVE 'R' TO SDO-STATUT
                    END-IF
                    ADD 1 TO CPT-CRT-R
                 WHEN 'B'
                    MOVE SR-NOMCLIC TO SDO-NOMCLIC
                    MOVE SR-NUMCPTC TO SDO-NUMCPTC
                    MOVE SR-BICCRD TO SDO-BICCRD
                    ADD 1 TO CPT-CRT-B
                 WHEN 'P'
                    PERFORM GENERER-REGLEMENT
                    SUBTRACT SR-MONTANT FROM SDO-RESERVE
                    ADD SR-MONTANT TO SDO-CUMUL-REGLE
                    MOVE 'P' TO SDO-STATUT
                    ADD 1 TO CPT-CRT-P
                 WHEN 'C'
                    ADD SDO-RESERVE TO TOTAL-LIBERE
                    MOVE ZEROES TO SDO-RESERVE
                    MOVE 'C' TO SDO-STATUT
                    MOVE DATE-JOUR TO SDO-DATE-CLOTURE
                    ADD 1 TO CPT-CRT-C
                 WHEN 'F'
                    ADD SDO-RESERVE TO TOTAL-LIBERE
                    MOVE ZEROES TO SDO-RESERVE
                    MOVE 'F' TO SDO-STATUT
                    MOVE DATE-JOUR TO SDO-DATE-CLOTURE
                    ADD 1 TO CPT-CRT-F
              END-EVALUATE
              MOVE DATE-JOUR TO SDO-DATE-DERNIER-MVT
              REWRITE SINDOS-REC
              IF SINDOS-FS NOT = ZEROES
                 DISPLAY 'ERREUR REWRITE SINDOS, FS : ' SINDOS-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
           END-IF
           .

      *    CONSTRUCTION ET ECRITURE DU MOUVEMENT DE REGLEMENT AU
      *    FORMAT VIRMVT. LE COMPTEUR DE RECYCLAGES ET LA ZONE LIBRE
      *    RESTENT A BLANC, COMME SUR UNE SAISIE D'ORIGINE. LE
      *    REGLEMENT EST D'ABORD ENREGISTRE DANS SINATT, POUR QUE
      *    SINANN PUISSE L'ANNULER S'IL EST REJETE.
       GENERER-REGLEMENT.
           MOVE SPACES TO VIRMVT-ENR
           MOVE SIN-NUMCLID TO NUMCLID
           MOVE SIN-NUMCPTD TO NUMCPTD
           MOVE DATE-JOUR TO DATECH
           IF NUMDDE-COURANT = 99
              MOVE ZEROES TO NUMDDE-COURANT
           END-IF
           ADD 1 TO NUMDDE-COURANT
           MOVE NUMDDE-COURANT TO NUMDDE
           MOVE DATE-JOUR TO DATVAL
           MOVE 'EUR' TO CODDEV
           MOVE SR-MONTANT TO MTTRAN
           MOVE SDO-NOMCLIC TO NOMCLIC
           MOVE SDO-NUMCPTC TO NUMCPTC
           MOVE SDO-BICCRD TO BICCRD
           PERFORM ENREGISTRER-ATTENTE
           WRITE SINVIR-RECORD FROM VIRMVT-ENR
           IF SINVIR-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE SINVIR, FS : ' SINVIR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD SR-MONTANT TO TOTAL-REGLE
           MOVE SDO-NUMSIN TO REG-NUMSIN
           MOVE SR-MONTANT TO REG-MONTANT
           MOVE NUMCLID TO REG-NUMCLID
           MOVE NUMCPTD TO REG-NUMCPTD
           MOVE DATECH TO REG-DATECH
           MOVE NUMDDE TO REG-NUMDDE
           MOVE SDO-NOMCLIC TO REG-NOMCLIC
           WRITE SINRGC-LIGNE FROM LIGNE-REG
           .

      *    ENREGISTREMENT DU REGLEMENT EN ATTENTE DE CONFIRMATION. UNE
      *    CLE DEJA PRESENTE SIGNALE UN SECOND PASSAGE DE SINREG DANS
      *    LA JOURNEE (LE NUMERO DE DEMANDE REPART DE 01) : LES
      *    MOUVEMENTS AURAIENT LA MEME IDENTITE QUE CEUX DU PREMIER
      *    PASSAGE, LE TRAITEMENT EST ARRETE.
       ENREGISTRER-ATTENTE.
           MOVE SPACES TO SINATT-REC
           MOVE NUMCLID TO SAT-NUMCLID
           MOVE NUMCPTD TO SAT-NUMCPTD
           MOVE DATECH TO SAT-DATECH
           MOVE NUMDDE TO SAT-NUMDDE
           MOVE SDO-NUMSIN TO SAT-NUMSIN
           MOVE SR-MONTANT TO SAT-MONTANT
           MOVE SDO-NOMCLIC TO SAT-NOMCLIC
           MOVE SDO-NUMCPTC TO SAT-NUMCPTC
           MOVE SDO-BICCRD TO SAT-BICCRD
           WRITE SINATT-REC
           EVALUATE SINATT-FS
              WHEN '00'
                 CONTINUE
              WHEN '22'
                 DISPLAY 'REGLEMENT ' SAT-CLE ' DEJA ENREGISTRE, '
                         'SINREG DEJA PASSE CE JOUR'
                 PERFORM FIN-ERREUR-GRAVE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE SINATT, FS : ' SINATT-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ECRITURE D'UNE LIGNE DE REJET SUR L'ETAT DE CONTROLE
       REJET-CARTE.
           SET CARTE-INVALIDE TO TRUE
           ADD 1 TO CPT-CRT-REJETEES
           MOVE SPACES TO LIGNE-REJ
           MOVE SR-CODE TO REJ-CODE
           MOVE SR-NUMSIN TO REJ-NUMSIN
           MOVE SR-MONTANT-X TO REJ-MONTANT
           MOVE REJ-RAISON-CRT TO REJ-RAISON
           WRITE SINRGC-LIGNE FROM LIGNE-REJ
           .

      *    EDITION DE L'ETAT DE CONTROLE FIN DE TRAITEMENT
       EDITION-CTL.
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE SINREG ****' TO LIG-LIBELLE
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES LUES .................' TO LIG-LIBELLE
           MOVE CPT-CRT-LUES TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RESERVES MODIFIEES ..........' TO LIG-LIBELLE
           MOVE CPT-CRT-R TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'BENEFICIAIRES DESIGNES ......' TO LIG-LIBELLE
           MOVE CPT-CRT-B TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS EMIS .............' TO LIG-LIBELLE
           MOVE CPT-CRT-P TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOSSIERS CLOS ...............' TO LIG-LIBELLE
           MOVE CPT-CRT-C TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOSSIERS REFUSES ............' TO LIG-LIBELLE
           MOVE CPT-CRT-F TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CARTES REJETEES .............' TO LIG-LIBELLE
           MOVE CPT-CRT-REJETEES TO LIG-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'MONTANT DES REGLEMENTS EMIS .' TO LIM-LIBELLE
           MOVE TOTAL-REGLE TO LIM-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL-MONTANT

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'RESERVES LIBEREES ...........' TO LIM-LIBELLE
           MOVE TOTAL-LIBERE TO LIM-VALEUR
           WRITE SINRGC-LIGNE FROM LIGNE-CTL-MONTANT
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE SINPAR
           CLOSE SINRGM
           CLOSE SINDOS
           CLOSE SINVIR
           CLOSE SINRGC
           CLOSE SINDUP
           CLOSE SINATT
           IF RETURN-CODE = ZEROES AND CPT-CRT-REJETEES > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTES LUES         : ' CPT-CRT-LUES
           DISPLAY 'REGLEMENTS EMIS     : ' CPT-CRT-P
           DISPLAY 'MONTANT REGLE       : ' TOTAL-REGLE
           DISPLAY 'CARTES REJETEES     : ' CPT-CRT-REJETEES
            STOP RUN
           .
