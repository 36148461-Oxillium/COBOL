      *          (CODE 'Q') ET, POUR CHAQUE ASSURE EN VIGUEUR DONT LA
      *          DOMICILIATION BANCAIRE EST CONNUE (ASSDOM, TENU PAR
      *          DOMMAJ), GENERE UN MOUVEMENT AU FORMAT VIRMVT-ENR :
      *          MONTANT = LA PRIME DE LA POLICE (SOMME DES PRIMES DE
      *          SES VEHICULES, RENDUE PAR ACCESS3), DEBITEUR = LE
      *          CLIENT/COMPTE DOMICILIE, BENEFICIAIRE = LE COMPTE
      *          D'ENCAISSEMENT DE LA COMPAGNIE (CARTE COLPAR :
      *          COMPTE, NOM, BIC -- LE BIC DE LA BANQUE ELLE-MEME,
      *          DONC REGLE EN INTERNE PAR VIR2 SANS FRAIS RESEAU).
      *          LE FICHIER PRODUIT (COLMVT)
      *          EST CONCATENE AU VIRMVT DU PROCHAIN RUN VIR2 : LES
      *          ENCAISSEMENTS PASSENT PAR LES MEMES CONTROLES,
      *          PROVISION ET EMISSION QUE TOUT VIREMENT. L'ETAT
      *          D'ENCAISSEMENT RATTACHE CHAQUE MATRICULE A LA CLE DU
      *          MOUVEMENT GENERE, POUR REMONTER D'UN REJET VIRREJ A
      *          LA POLICE ; LE MEME RATTACHEMENT EST ECRIT DANS COLCLE
      *          POUR LA GESTION DES IMPAYES (IMPASS). UN ASSURE EN
      *          ARRIERE (FICHIER ARRASS, TENU PAR IMPASS) EST PRELEVE
      *          DE LA PRIME DE L'ECHEANCE AUGMENTEE DE SON ARRIERE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS RANDOM
           RECORD KEY IS DUP-CLE
           FILE STATUS IS COLDUP-FS.

      *    COMPTES D'ARRIERES DES ASSURES (VOIR ARRASS.CPY). FICHIER
      *    OPTIONNEL : ABSENT TANT QU'AUCUN IMPAYE N'A ETE CONSTATE.
           SELECT OPTIONAL ARRASS ASSIGN TO DDARRASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARR-MATRICULE
           FILE STATUS IS ARRASS-FS.

      *    CLES DES MOUVEMENTS D'ENCAISSEMENT GENERES, POUR LA GESTION
      *    DES IMPAYES (VOIR COLCLE.CPY)
           SELECT COLCLE ASSIGN TO DDCOLCLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COLCLE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  COLPAR.
           05 DUP-CLE.
              10 DUP-NUMCLID      PIC 9(2).
              10 DUP-NUMCPTD      PIC 9(2).
              10 DUP-MONTANT      PIC 9(7)V9(2).

       FD  ARRASS.
           COPY ARRASS.

       FD  COLCLE.
           COPY COLCLE.

       WORKING-STORAGE SECTION.

       01  COLMVT-FS   PIC 99 VALUE ZEROES.
       01  COLREL-FS   PIC 99 VALUE ZEROES.
       01  COLDUP-FS   PIC 99 VALUE ZEROES.
       01  ARRASS-FS   PIC 99 VALUE ZEROES.
       01  COLCLE-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT (DATE D'ECHEANCE ET DATE DE VALEUR DES
      *    MOUVEMENTS GENERES : ENCAISSEMENT IMMEDIAT)
      *    JOUR, REPART DE 01 AU DELA DE 99)
       01  NUMDDE-COURANT     PIC 9(2) VALUE ZEROES.

      *    MONTANT PRELEVE SUR L'ASSURE COURANT : PRIME DE L'ECHEANCE
      *    PLUS ARRIERE REPRESENTE
       01  ARRIERE-REPRESENTE PIC 9(7)V99.
       01  MONTANT-PRELEVE    PIC 9(7)V99.

      *    MOUVEMENT EN COURS DE CONSTRUCTION (DECOUPAGE PARTAGE AVEC
      *    VIR2, VOIR VIRENR.CPY)
       COPY VIRENR.
           05 CPT-SANS-DOM      PIC 9(7) VALUE ZEROES.
           05 CPT-SUSPENDUS     PIC 9(7) VALUE ZEROES.
           05 CPT-DOUBLONS-PREV PIC 9(7) VALUE ZEROES.
           05 CPT-ARRIERES      PIC 9(7) VALUE ZEROES.
       01  TOTAL-COLLECTE       PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-ARRIERE        PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

              DISPLAY 'ERREUR OPEN COLDUP, FS : ' COLDUP-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT ARRASS
           IF ARRASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARRASS, FS : ' ARRASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT COLCLE
           IF COLCLE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DU COMPTE D'ENCAISSEMENT. SANS CARTE
      *    FORMAT VIRMVT. LE COMPTEUR DE RECYCLAGES ET LA ZONE LIBRE
      *    RESTENT A BLANC, COMME SUR UNE SAISIE D'ORIGINE.
       GENERER-MOUVEMENT.
           PERFORM LIRE-ARRIERE
           COMPUTE MONTANT-PRELEVE = ZPRIME + ARRIERE-REPRESENTE
           MOVE SPACES TO VIRMVT-ENR
           MOVE DOM-NUMCLID TO NUMCLID
           MOVE DOM-NUMCPTD TO NUMCPTD
           MOVE NUMDDE-COURANT TO NUMDDE
           MOVE DATE-TRAITEMENT TO DATVAL
           MOVE 'EUR' TO CODDEV
           MOVE MONTANT-PRELEVE TO MTTRAN
           MOVE COL-NOMCLIC TO NOMCLIC
           MOVE COL-NUMCPTC TO NUMCPTC
           MOVE COL-BICCRD TO BICCRD
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-MVT-EMIS
           ADD MONTANT-PRELEVE TO TOTAL-COLLECTE
           PERFORM CONTROLER-DOUBLON-PREVU
           PERFORM ECRIRE-CLE-ENCAISSEMENT
           PERFORM ECRIRE-LIGNE-AVEC-CLE
           .

      *    ARRIERE DE L'ASSURE COURANT (ZERO S'IL EST A JOUR) : UN
      *    PRELEVEMENT IMPAYE EST REPRESENTE AVEC L'ECHEANCE SUIVANTE
       LIRE-ARRIERE.
           MOVE ZEROES TO ARRIERE-REPRESENTE
           IF ARRASS-FS = ZEROES
              MOVE ZMATRICULE TO ARR-MATRICULE
              READ ARRASS
              EVALUATE ARRASS-FS
                 WHEN '00'
                    MOVE ARR-MONTANT-DU TO ARRIERE-REPRESENTE
                    ADD 1 TO CPT-ARRIERES
                    ADD ARR-MONTANT-DU TO TOTAL-ARRIERE
                 WHEN '23'
                    MOVE ZEROES TO ARRASS-FS
                 WHEN OTHER
                    DISPLAY 'ERREUR READ ARRASS, FS : ' ARRASS-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    ECRITURE DE LA CLE DU MOUVEMENT GENERE POUR LA GESTION DES
      *    IMPAYES (RAPPROCHEMENT DES REJETS VIRREJ ET VIRACQ)
       ECRIRE-CLE-ENCAISSEMENT.
           MOVE SPACES TO COLCLE-REC
           MOVE ZMATRICULE TO CCL-MATRICULE
           MOVE NUMCLID TO CCL-NUMCLID
           MOVE NUMCPTD TO CCL-NUMCPTD
           MOVE DATECH TO CCL-DATECH
           MOVE NUMDDE TO CCL-NUMDDE
           MOVE ZPRIME TO CCL-PRIME
           MOVE ARRIERE-REPRESENTE TO CCL-ARRIERE
           MOVE MONTANT-PRELEVE TO CCL-MONTANT
           MOVE COL-NUMCPTC TO CCL-NUMCPTC
           WRITE COLCLE-REC
           IF COLCLE-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    DETECTION DES DOUBLONS PREVISIBLES : UNE CLE (CLIENT,
      *    COMPTE, MONTANT) DEJA GENEREE DANS CE RUN DONNERA UN
      *    REJET CODE 18 CHEZ VIR2 (SA CLE DE DOUBLON NE PORTE PAS LE
       CONTROLER-DOUBLON-PREVU.
           MOVE NUMCLID TO DUP-NUMCLID
           MOVE NUMCPTD TO DUP-NUMCPTD
           MOVE MONTANT-PRELEVE TO DUP-MONTANT
           WRITE COLDUP-REC
           EVALUATE COLDUP-FS
              WHEN '00'
           .

      *    LIGNE D'ETAT D'UN ASSURE PRELEVE (AVEC LA CLE DU MOUVEMENT
      *    GENERE, POUR REMONTER D'UN REJET VIRREJ A LA POLICE). UN
      *    ARRIERE REPRESENTE EST SIGNALE SUR LA LIGNE, SAUF SI ELLE
      *    PORTE DEJA L'ANNONCE D'UN REJET DOUBLON.
       ECRIRE-LIGNE-AVEC-CLE.
           IF ARRIERE-REPRESENTE > ZEROES
              AND REL-SORT = 'MOUVEMENT EMIS'
              MOVE 'EMIS AVEC ARRIERE REPRESENTE' TO REL-SORT
           END-IF
           MOVE ZMATRICULE TO REL-MATRICULE
           MOVE ZNOM-PRENOM TO REL-NOM-PRENOM
           MOVE ZPRIME TO REL-PRIME
           CLOSE COLMVT
           CLOSE COLREL
           CLOSE COLDUP
           CLOSE ARRASS
           CLOSE COLCLE
           DISPLAY 'ASSURES EXAMINES    : ' CPT-ASS-LUS
           DISPLAY 'MOUVEMENTS EMIS     : ' CPT-MVT-EMIS
           DISPLAY 'SANS DOMICILIATION  : ' CPT-SANS-DOM
           DISPLAY 'POLICES SUSPENDUES  : ' CPT-SUSPENDUS
           DISPLAY 'REJETS DOUBLON PREVUS : ' CPT-DOUBLONS-PREV
           DISPLAY 'ARRIERES REPRESENTES: ' CPT-ARRIERES
           DISPLAY 'TOTAL DES ARRIERES  : ' TOTAL-ARRIERE
           DISPLAY 'TOTAL A ENCAISSER   : ' TOTAL-COLLECTE
           IF RETURN-CODE = ZEROES
              AND (CPT-SANS-DOM > ZEROES
