      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: CONFIRMATION OU ANNULATION DES REGLEMENTS DE
      *          SINISTRE. SINREG MET LE DOSSIER A JOUR (RESERVE,
      *          CUMUL REGLE) DES L'EMISSION DU REGLEMENT ET ENREGISTRE
      *          CELUI-CI DANS SINATT ; CE TRAITEMENT, PASSE CHAQUE JOUR
      *          APRES LA CHAINE VIR (VIRACQ ET VIRSNL TERMINES, VOIR
      *          ACCESSEUR-RUN ; UN SEUL PASSAGE PAR JOUR),
      *          RAPPROCHE LES REGLEMENTS EN ATTENTE DES REJETS DU JOUR,
      *          COMME IMPASS POUR LES ENCAISSEMENTS : REJETS DE VIR2
      *          ET REFUS DE LA CONFORMITE (VIRREJ, CODES 23 A 25
      *          COMPRIS) ET REJETS RESEAU RENDUS PAR VIRACQ (VIRNAK).
      *          UN REGLEMENT REJETE EST ANNULE SUR LE DOSSIER : LA
      *          RESERVE EST RESTITUEE, LE CUMUL REGLE DIMINUE, UN
      *          DOSSIER CLOS DEPUIS EST ROUVERT ; LE REGLEMENT SE
      *          REPRESENTE PAR UNE NOUVELLE CARTE 'P' A SINREG. UN
      *          REGLEMENT RETENU PAR LE FILTRAGE SANCTIONS (VIRSNA EN
      *          ATTENTE, OU LIBERE CE JOUR ET PAS ENCORE REPASSE PAR
      *          VIR2) RESTE EN ATTENTE. LES AUTRES SONT PASSES SANS
      *          REJET : ILS SONT CONFIRMES ET SUPPRIMES DE SINATT.
      *          ENCHAINEMENT : SINREG DU JOUR D PASSE AVANT VIR2 DE D
      *          (SES REGLEMENTS SONT ALORS TRAITES PAR CE VIR2) OU
      *          APRES SINANN DE D (TRAITES PAR VIR2 DE D+1, RAPPROCHES
      *          PAR SINANN DE D+1) ; SINREG REFUSE DE TOURNER ENTRE
      *          VIR2 ET SINANN. TOUT REGLEMENT EN ATTENTE NON RETENU A
      *          DONC PASSE LE VIR2 DONT LES REJETS SONT LUS ICI, A
      *          CONDITION QUE SINANN TOURNE CHAQUE JOUR DE CHAINE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINANN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    REJETS DU JOUR DE VIR2 ET DE VIRSNL (VOIR VIRREJ.CPY)
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
      *    RAPPROCHEMENT AVEC SINATT
           SELECT SINREJ ASSIGN TO DDSINREJ
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SRJ-CLE
           FILE STATUS IS SINREJ-FS.

      *    MOUVEMENTS RETENUS PAR LE FILTRAGE SANCTIONS (VOIR
      *    VIRSNA.CPY). FICHIER OPTIONNEL : CREE PAR VIR2 A LA
      *    PREMIERE MISE EN ATTENTE.
           SELECT OPTIONAL VIRSNA ASSIGN TO DDVIRSNA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SNA-CLE
           FILE STATUS IS VIRSNA-FS.

      *    REGLEMENTS EMIS EN ATTENTE DE CONFIRMATION (VOIR
      *    SINATT.CPY). FICHIER OPTIONNEL : CREE PAR SINREG AU PREMIER
      *    REGLEMENT.
           SELECT OPTIONAL SINATT ASSIGN TO DDSINATT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAT-CLE
           FILE STATUS IS SINATT-FS.

      *    DOSSIERS DE SINISTRE (VOIR SINDOS.CPY)
           SELECT SINDOS ASSIGN TO DDSINDOS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SDO-NUMSIN
           FILE STATUS IS SINDOS-FS.

      *    ETAT DE CONTROLE : UNE LIGNE PAR REGLEMENT ANNULE OU RESTE
      *    EN ATTENTE DE LA CONFORMITE, PUIS LES TOTAUX
           SELECT SINANC ASSIGN TO DDSINANC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINANC-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  VIRREJ.
       01  VIRREJ-RECORD PIC X(130).

       FD  VIRNAK.
       01  VIRNAK-RECORD PIC X(130).

      *    REJET DU JOUR : CODE DU PREMIER REJET RENCONTRE POUR LA CLE
       FD  SINREJ.
       01  SINREJ-REC.
           05 SRJ-CLE.
              10 SRJ-NUMCLID      PIC 9(2).
              10 SRJ-NUMCPTD      PIC 9(2).
              10 SRJ-DATECH       PIC 9(8).
              10 SRJ-NUMDDE       PIC 9(2).
              10 SRJ-NUMCPTC      PIC 9(2).
              10 SRJ-MTTRAN       PIC S9(9)V9(9).
           05 SRJ-CODE-ERR        PIC 99.

       FD  VIRSNA.
           COPY VIRSNA.

       FD  SINATT.
           COPY SINATT.

       FD  SINDOS.
           COPY SINDOS.

       FD  SINANC.
       01  SINANC-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  VIRREJ-FS   PIC 99 VALUE ZEROES.
       01  VIRNAK-FS   PIC 99 VALUE ZEROES.
       01  SINREJ-FS   PIC 99 VALUE ZEROES.
       01  VIRSNA-FS   PIC 99 VALUE ZEROES.
       01  SINATT-FS   PIC 99 VALUE ZEROES.
       01  SINDOS-FS   PIC 99 VALUE ZEROES.
       01  SINANC-FS   PIC 99 VALUE ZEROES.

      *    ZONE DE COMMUNICATION AVEC L'ACCESSEUR DU FICHIER DE
      *    CONTROLE D'EXECUTION (ACCESSEUR-RUN) : UN SEUL PASSAGE PAR
      *    JOUR, APRES VIRACQ (LES REJETS DU JOUR SONT COMPLETS)
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8) VALUE 'SINANN'.
           05 ZR-PRECEDENT                   PIC X(8) VALUE 'VIRACQ'.
           05 ZR-CODRET                      PIC 9(2).
           05 ZR-CODE-ERR                    PIC 9(2).
           05 ZR-LIBERR                      PIC X(50).

      *    INDICATEUR DE DEMARRAGE ADMIS PAR LE CONTROLE D'EXECUTION
       01  IND-DEMARRAGE          PIC X VALUE 'N'.
           88 DEMARRAGE-ADMIS         VALUE 'O'.
           88 DEMARRAGE-REFUSE        VALUE 'N'.

      *    DATE DE TRAITEMENT (DATE DU DERNIER MOUVEMENT DES DOSSIERS
      *    ANNULES)
       01  DATE-TRAITEMENT    PIC 9(8).

      *    REJET LU (VIRREJ OU VIRNAK), EN COURS DE CHARGEMENT
       COPY VIRREJ.

      *    MOUVEMENT RETENU PAR LA CONFORMITE (SNA-MOUVEMENT)
       COPY VIRENR.

       01  PIC X VALUE SPACES.
           88 FIN-VIRREJ VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-VIRNAK VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-SINATT VALUE 'O'.

      *    LE FICHIER DES MISES EN ATTENTE EXISTE-T-IL
       01  IND-VIRSNA          PIC X VALUE 'N'.
           88 VIRSNA-PRESENT       VALUE 'O'.
           88 VIRSNA-ABSENT        VALUE 'N'.

      *    LE REGLEMENT COURANT EST-IL RETENU PAR LA CONFORMITE
       01  IND-RETENU          PIC X VALUE 'N'.
           88 REGLEMENT-RETENU     VALUE 'O'.
           88 REGLEMENT-LIBRE      VALUE 'N'.

      *    LIGNE DE DETAIL DE L'ETAT DE CONTROLE
       01  LIGNE-DET.
           05 DET-NUMSIN      PIC 9(8).
           05 FILLER          PIC X(1).
           05 DET-MONTANT     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 DET-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-DATECH      PIC 9(8).
           05 FILLER          PIC X(1).
           05 DET-NUMDDE      PIC 9(2).
           05 FILLER          PIC X(1).
           05 DET-CODE-ERR    PIC 99.
           05 FILLER          PIC X(1).
           05 DET-SORT        PIC X(35).
           05 FILLER          PIC X(4).

      *    LIGNE DE TOTAL DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

       01  LIGNE-CTL-MONTANT.
           05 LIM-LIBELLE     PIC X(40).
           05 LIM-VALEUR      PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(26).

       01  COMPTEURS.
           05 CPT-REJ-CHARGES   PIC 9(7) VALUE ZEROES.
           05 CPT-REG-LUS       PIC 9(7) VALUE ZEROES.
           05 CPT-CONFIRMES     PIC 9(7) VALUE ZEROES.
           05 CPT-ANNULES       PIC 9(7) VALUE ZEROES.
           05 CPT-ROUVERTS      PIC 9(7) VALUE ZEROES.
           05 CPT-RETENUS       PIC 9(7) VALUE ZEROES.
           05 CPT-INCONNUS      PIC 9(7) VALUE ZEROES.
       01  TOTAL-ANNULE         PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM CONTROLE-DEBUT-RUN
           PERFORM DEBUT
           PERFORM CHARGER-REJETS

           MOVE LOW-VALUES TO SAT-CLE
           START SINATT KEY IS NOT LESS THAN SAT-CLE
           IF SINATT-FS = ZEROES
              PERFORM READ-SINATT
           ELSE
              SET FIN-SINATT TO TRUE
           END-IF
           PERFORM UNTIL FIN-SINATT
              ADD 1 TO CPT-REG-LUS
              PERFORM TRAITER-REGLEMENT
              PERFORM READ-SINATT
           END-PERFORM

           PERFORM FIN
           .

      *    CONTROLE D'EXECUTION : REFUS DE DEMARRER SI L'ETAPE A DEJA
      *    TOURNE CE JOUR OU SI VIRACQ N'EST PAS TERMINE (VOIR
      *    ACCESSEUR-RUN)
       CONTROLE-DEBUT-RUN.
           MOVE 'D' TO ZR-CODE-FUNC
           CALL 'ACCESSEUR-RUN' USING Z-RUN-CTL
           IF ZR-CODE-ERR NOT = ZEROES
              DISPLAY 'DEMARRAGE SINANN REFUSE : ' ZR-LIBERR
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           SET DEMARRAGE-ADMIS TO TRUE
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           MOVE SPACES TO LIGNE-DET
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
      *    OUTPUT PUIS REOUVERTURE EN I-O), COMME CELUI D'IMPASS
           OPEN OUTPUT SINREJ
           IF SINREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINREJ, FS : ' SINREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE SINREJ
           OPEN I-O SINREJ
           IF SINREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINREJ, FS : ' SINREJ-FS
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
           OPEN I-O SINATT
           IF SINATT-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINATT, FS : ' SINATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O SINDOS
           IF SINDOS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT SINANC
           IF SINANC-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINANC, FS : ' SINANC-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CHARGEMENT DES REJETS DU JOUR (VIR2 ET VIRSNL, PUIS VIRACQ)
      *    DANS LE FICHIER DE TRAVAIL. UNE CLE DEJA CHARGEE GARDE SON
      *    PREMIER REJET.
       CHARGER-REJETS.
           PERFORM READ-VIRREJ
           PERFORM UNTIL FIN-VIRREJ
              PERFORM ENREGISTRER-REJET
              PERFORM READ-VIRREJ
           END-PERFORM
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
           MOVE VREJ-NUMCLID TO SRJ-NUMCLID
           MOVE VREJ-NUMCPTD TO SRJ-NUMCPTD
           MOVE VREJ-DATECH TO SRJ-DATECH
           MOVE VREJ-NUMDDE TO SRJ-NUMDDE
           MOVE VREJ-NUMCPTC TO SRJ-NUMCPTC
           MOVE VREJ-MTTRAN TO SRJ-MTTRAN
           MOVE VREJ-CODE-ERR TO SRJ-CODE-ERR
           WRITE SINREJ-REC
           EVALUATE SINREJ-FS
              WHEN '00'
                 ADD 1 TO CPT-REJ-CHARGES
              WHEN '22'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE SINREJ, FS : ' SINREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       READ-SINATT.
           READ SINATT NEXT RECORD
              AT END
                 SET FIN-SINATT TO TRUE
           END-READ
           IF SINATT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINATT, FS : ' SINATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    UN REGLEMENT DONT LA CLE FIGURE PARMI LES REJETS DU JOUR EST
      *    ANNULE. SINON, S'IL EST RETENU PAR LA CONFORMITE, IL RESTE
      *    EN ATTENTE ; LES AUTRES ONT PASSE VIR2 SANS REJET ET SONT
      *    CONFIRMES.
       TRAITER-REGLEMENT.
           MOVE SAT-CLE TO SRJ-CLE
           MOVE SAT-NUMCPTC TO SRJ-NUMCPTC
           MOVE SAT-MONTANT TO SRJ-MTTRAN
           READ SINREJ
           EVALUATE SINREJ-FS
              WHEN '00'
                 PERFORM ANNULER-REGLEMENT
                 PERFORM SUPPRIMER-ATTENTE
              WHEN '23'
                 PERFORM CONTROLER-RETENUE
                 EVALUATE TRUE
                    WHEN REGLEMENT-RETENU
                       ADD 1 TO CPT-RETENUS
                       MOVE ZEROES TO DET-CODE-ERR
                       MOVE 'RETENU CONFORMITE, EN ATTENTE'
                          TO DET-SORT
                       PERFORM ECRIRE-LIGNE-DET
                    WHEN OTHER
                       ADD 1 TO CPT-CONFIRMES
                       PERFORM SUPPRIMER-ATTENTE
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY 'ERREUR READ SINREJ, FS : ' SINREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    REGLEMENT RETENU PAR LE FILTRAGE SANCTIONS : EN ATTENTE DE
      *    DECISION, OU LIBERE CE JOUR (IL REPASSE PAR VIR2 AU
      *    PROCHAIN RUN). LE MOUVEMENT RETENU DOIT ETRE CELUI DU
      *    REGLEMENT (MEME BENEFICIAIRE, MEME MONTANT).
       CONTROLER-RETENUE.
           SET REGLEMENT-LIBRE TO TRUE
           IF VIRSNA-PRESENT
              MOVE SAT-CLE TO SNA-CLE
              READ VIRSNA
              EVALUATE VIRSNA-FS
                 WHEN '00'
                    MOVE SNA-MOUVEMENT TO VIRMVT-ENR
                    IF NUMCPTC = SAT-NUMCPTC
                       AND MTTRAN = SAT-MONTANT
                       AND (SNA-EN-ATTENTE
                            OR (SNA-LIBERE
                                AND SNA-DATE-DECISION =
                                    DATE-TRAITEMENT))
                       SET REGLEMENT-RETENU TO TRUE
                    END-IF
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    ANNULATION DU REGLEMENT REJETE SUR SON DOSSIER : LE MONTANT
      *    REVIENT A LA RESERVE ET SORT DU CUMUL REGLE. UN DOSSIER
      *    CLOS ENTRE-TEMPS EST ROUVERT (LE BENEFICIAIRE N'EST PAS
      *    PAYE) ; UN DOSSIER SANS PLUS AUCUN REGLEMENT REVIENT A
      *    L'ETAT RESERVE CONSTITUEE.
       ANNULER-REGLEMENT.
           MOVE SRJ-CODE-ERR TO DET-CODE-ERR
           MOVE SAT-NUMSIN TO SDO-NUMSIN
           READ SINDOS
           EVALUATE SINDOS-FS
              WHEN '00'
                 ADD SAT-MONTANT TO SDO-RESERVE
                 IF SAT-MONTANT > SDO-CUMUL-REGLE
                    MOVE ZEROES TO SDO-CUMUL-REGLE
                 ELSE
                    SUBTRACT SAT-MONTANT FROM SDO-CUMUL-REGLE
                 END-IF
                 IF SDO-STATUT = 'C'
                    ADD 1 TO CPT-ROUVERTS
                    MOVE ZEROES TO SDO-DATE-CLOTURE
                    MOVE 'ANNULE, DOSSIER CLOS ROUVERT' TO DET-SORT
                 ELSE
                    MOVE 'ANNULE, RESERVE RESTITUEE' TO DET-SORT
                 END-IF
                 IF SDO-CUMUL-REGLE = ZEROES
                    MOVE 'R' TO SDO-STATUT
                 ELSE
                    MOVE 'P' TO SDO-STATUT
                 END-IF
                 MOVE DATE-TRAITEMENT TO SDO-DATE-DERNIER-MVT
                 REWRITE SINDOS-REC
                 IF SINDOS-FS NOT = ZEROES
                    DISPLAY 'ERREUR REWRITE SINDOS, FS : ' SINDOS-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 ADD 1 TO CPT-ANNULES
                 ADD SAT-MONTANT TO TOTAL-ANNULE
              WHEN '23'
                 ADD 1 TO CPT-INCONNUS
                 MOVE 'DOSSIER INEXISTANT, NON ANNULE' TO DET-SORT
              WHEN OTHER
                 DISPLAY 'ERREUR READ SINDOS, FS : ' SINDOS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           PERFORM ECRIRE-LIGNE-DET
           .

      *    LE REGLEMENT EST SORTI DE L'ATTENTE (CONFIRME OU ANNULE)
       SUPPRIMER-ATTENTE.
           DELETE SINATT
           IF SINATT-FS NOT = ZEROES
              DISPLAY 'ERREUR DELETE SINATT, FS : ' SINATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       ECRIRE-LIGNE-DET.
           MOVE SAT-NUMSIN TO DET-NUMSIN
           MOVE SAT-MONTANT TO DET-MONTANT
           MOVE SAT-NUMCLID TO DET-NUMCLID
           MOVE SAT-NUMCPTD TO DET-NUMCPTD
           MOVE SAT-DATECH TO DET-DATECH
           MOVE SAT-NUMDDE TO DET-NUMDDE
           WRITE SINANC-LIGNE FROM LIGNE-DET
           IF SINANC-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE SINANC, FS : ' SINANC-FS
           END-IF
           MOVE SPACES TO LIGNE-DET
           .

       EDITION-CTL.
           MOVE SPACES TO SINANC-LIGNE
           WRITE SINANC-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE SINANN ****' TO LIG-LIBELLE
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REJETS DU JOUR CHARGES ......' TO LIG-LIBELLE
           MOVE CPT-REJ-CHARGES TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS EN ATTENTE LUS ...' TO LIG-LIBELLE
           MOVE CPT-REG-LUS TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS CONFIRMES ........' TO LIG-LIBELLE
           MOVE CPT-CONFIRMES TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS ANNULES ..........' TO LIG-LIBELLE
           MOVE CPT-ANNULES TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'DONT DOSSIERS CLOS ROUVERTS .' TO LIG-LIBELLE
           MOVE CPT-ROUVERTS TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RETENUS PAR LA CONFORMITE ...' TO LIG-LIBELLE
           MOVE CPT-RETENUS TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL


           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOSSIERS INEXISTANTS ........' TO LIG-LIBELLE
           MOVE CPT-INCONNUS TO LIG-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'MONTANT DES REGLEMENTS ANNULES' TO LIM-LIBELLE
           MOVE TOTAL-ANNULE TO LIM-VALEUR
           WRITE SINANC-LIGNE FROM LIGNE-CTL-MONTANT
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

      *    UN REGLEMENT ANNULE DOIT ETRE REPRESENTE PAR LE SERVICE
      *    SINISTRES : LE CODE RETOUR 4 LE SIGNALE
       FIN.
           PERFORM EDITION-CTL
           CLOSE VIRREJ
           CLOSE VIRNAK
           CLOSE SINREJ
           CLOSE VIRSNA
           CLOSE SINATT
           CLOSE SINDOS
           CLOSE SINANC
           IF RETURN-CODE = ZEROES
              AND (CPT-ANNULES > ZEROES OR CPT-INCONNUS > ZEROES)
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'REGLEMENTS LUS      : ' CPT-REG-LUS
           DISPLAY 'CONFIRMES           : ' CPT-CONFIRMES
           DISPLAY 'ANNULES             : ' CPT-ANNULES
           DISPLAY 'EN ATTENTE          : ' CPT-RETENUS
           DISPLAY 'MONTANT ANNULE      : ' TOTAL-ANNULE
           PERFORM ENREGISTRER-FIN-RUN
            STOP RUN
           .
