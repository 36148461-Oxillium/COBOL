      ******************************************************************
      * Author:
      * Date:
      * Purpose: DECLARATION MENSUELLE DES PAIEMENTS TRANSFRONTALIERS
      *          POUR LA BALANCE DES PAIEMENTS. SUR LES MESSAGES DE
      *          PAIEMENT SORTANTS DU MOIS (VIRMT103 DES RUNS DU MOIS
      *          MIS BOUT A BOUT, MOIS PRIS DANS LA DATE DE LA
      *          REFERENCE D'EMISSION), RETIENT CHAQUE VIREMENT VERS
      *          UNE BANQUE ETRANGERE (PAYS DU BIC BENEFICIAIRE,
      *          POSITIONS 5-6, DIFFERENT DU PAYS DE LA BANQUE) DONT
      *          LE MONTANT EN EUR DEPASSE LE SEUIL DECLARATIF. SONT
      *          EXCLUS LES REGLEMENTS INTERNES (VIRREG DU MOIS) ET
      *          LES PAIEMENTS REFUSES PAR LE RESEAU (STATUTS 'R' DES
      *          FICHIERS VIRSTA DU MOIS, CEUX QUE RAPPROCHE VIRACQ).
      *          LA DEVISE ET LE MONTANT D'ORIGINE SONT RETROUVES DANS
      *          LE JOURNAL DES CONVERSIONS (VIRCNV EN LIGNE ET SES
      *          ARCHIVES ARCCNV ECRITES PAR ARCPUR : UN MOIS PURGE SE
      *          DECLARE A L'IDENTIQUE A PARTIR DE L'ARCHIVE). PERIODE,
      *          SEUIL ET PAYS DE LA BANQUE SUR LA CARTE DCLPAR.
      *          PRODUIT LE FICHIER DE DECLARATION (VIRDCL, UNE LIGNE
      *          PAR VIREMENT DECLARE, VOIR VIRDCL.CPY) ET L'ETAT
      *          RECAPITULATIF PAR PAYS ET DEVISE (DCLETA). LE RESULTAT
      *          NE DEPEND QUE DES FICHIERS FOURNIS ET DE LA CARTE :
      *          UNE RELANCE SUR LE MEME MOIS DONNE LA MEME DECLARATION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRDCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DE LA CARTE PARAMETRE (PERIODE, SEUIL, PAYS)
           SELECT DCLPAR ASSIGN TO DDDCLPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DCLPAR-FS.

      *    DECLARATION DES MESSAGES DE PAIEMENT SORTANTS DU MOIS
           SELECT OPTIONAL VIRMT103 ASSIGN TO DDVIRMT103
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRMT103-FS.

      *    DECLARATION DU JOURNAL DES CONVERSIONS EN LIGNE ET DE SES
      *    ARCHIVES (FICHIERS OPTIONNELS : L'UN OU L'AUTRE PEUT
      *    MANQUER SELON QUE LE MOIS A ETE PURGE OU NON)
           SELECT OPTIONAL VIRCNV ASSIGN TO DDVIRCNV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRCNV-FS.

           SELECT OPTIONAL ARCCNV ASSIGN TO DDARCCNV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ARCCNV-FS.

      *    DECLARATION DES REGLEMENTS INTERNES DU MOIS
           SELECT OPTIONAL VIRREG ASSIGN TO DDVIRREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRREG-FS.

      *    DECLARATION DES STATUTS RESEAU DU MOIS
           SELECT OPTIONAL VIRSTA ASSIGN TO DDVIRSTA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRSTA-FS.

      *    DECLARATION DU FICHIER DE TRAVAIL DES CONVERSIONS, INDEXE
      *    SUR LE MOUVEMENT CONVERTI (CLIENT, COMPTE, DATE, MONTANT
      *    EUR). RECREE A CHAQUE RUN. UNE CONVERSION PRESENTE A LA
      *    FOIS EN LIGNE ET EN ARCHIVE N'Y EST CHARGEE QU'UNE FOIS.
           SELECT DCLCNW ASSIGN TO DDDCLCNW
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNW-CLE
           FILE STATUS IS DCLCNW-FS.

      *    DECLARATION DU FICHIER DE TRAVAIL DES REFERENCES A EXCLURE
      *    (REGLEMENTS INTERNES, PAIEMENTS REFUSES), RECREE A CHAQUE
      *    RUN
           SELECT DCLXCW ASSIGN TO DDDCLXCW
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS XCW-REFERENCE
           FILE STATUS IS DCLXCW-FS.

      *    DECLARATION DU FICHIER DE DECLARATION
           SELECT VIRDCL ASSIGN TO DDVIRDCL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS VIRDCL-FS.

      *    DECLARATION DE L'ETAT RECAPITULATIF PAR PAYS
           SELECT DCLETA ASSIGN TO DDDCLETA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DCLETA-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DE LA CARTE PARAMETRE : PERIODE
      *    AAAAMM, SEUIL EN EUR, PAYS DE LA BANQUE (DEFAUT FR)
       FD  DCLPAR.
       01  DCLPAR-ENR.
           05 DP-PERIODE                     PIC 9(6).
           05 DP-SEUIL                       PIC 9(9)V9(2).
           05 DP-PAYS-BANQUE                 PIC X(2).
           05 FILLER                         PIC X(61).

      *    DECLARATION DU BUFFER DES MESSAGES EMIS (VOIR VIRM103.CPY)
       FD  VIRMT103.
           COPY VIRM103.

      *    DECLARATION DES BUFFERS DU JOURNAL DES CONVERSIONS (MEME
      *    DECOUPAGE QUE DANS VIR2 ET ARCPUR)
       FD  VIRCNV.
       01  VIRCNV-REC.
           05 VCN-NUMCLID                    PIC 9(2).
           05 VCN-NUMCPTD                    PIC 9(2).
           05 VCN-CODDEV1                    PIC X(3).
           05 VCN-CODDEV2                    PIC X(3).
           05 VCN-TAUX                       PIC 9(5)V9(6).
           05 VCN-MTTRAN-AVANT               PIC S9(9)V9(9).
           05 VCN-MTTRAN-APRES               PIC S9(9)V9(9).
           05 VCN-DATE                       PIC 9(8).
           05 VCN-HEURE                      PIC 9(6).

       FD  ARCCNV.
       01  ARCCNV-REC  PIC X(71).

      *    DECLARATION DU BUFFER DES REGLEMENTS INTERNES (MEME
      *    DECOUPAGE QUE DANS VIR2)
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

      *    DECLARATION DU BUFFER DES STATUTS RESEAU (MEME DECOUPAGE
      *    QUE DANS VIRACQ)
       FD  VIRSTA.
       01  VIRSTA-REC.
           05 VST-REFERENCE                  PIC X(16).
           05 VST-STATUT                     PIC X.
           05 VST-MOTIF                      PIC X(30).
           05 FILLER                         PIC X(33).

      *    DECLARATION DU BUFFER DU FICHIER DE TRAVAIL DES
      *    CONVERSIONS : CNW-RECHERCHE EST LA PARTIE DE CLE CONNUE DU
      *    MESSAGE EMIS, LE RESTE DISTINGUE DEUX CONVERSIONS
       FD  DCLCNW.
       01  DCLCNW-REC.
           05 CNW-CLE.
              10 CNW-RECHERCHE.
                 15 CNW-NUMCLID              PIC 9(2).
                 15 CNW-NUMCPTD              PIC 9(2).
                 15 CNW-DATE                 PIC 9(8).
                 15 CNW-MTTRAN-APRES         PIC S9(9)V9(9).
              10 CNW-HEURE                   PIC 9(6).
              10 CNW-CODDEV1                 PIC X(3).
              10 CNW-MTTRAN-AVANT            PIC S9(9)V9(9).

      *    DECLARATION DU BUFFER DU FICHIER DE TRAVAIL DES EXCLUSIONS
       FD  DCLXCW.
       01  DCLXCW-REC.
           05 XCW-REFERENCE                  PIC X(16).
           05 XCW-MOTIF                      PIC X.
              88 XCW-REGLEMENT-INTERNE           VALUE 'I'.
              88 XCW-REFUS-RESEAU                VALUE 'R'.

      *    DECLARATION DU BUFFER DE LA DECLARATION (VOIR VIRDCL.CPY)
       FD  VIRDCL.
           COPY VIRDCL.

      *    DECLARATION DU BUFFER DE L'ETAT RECAPITULATIF
       FD  DCLETA.
       01  DCLETA-LIGNE                      PIC X(100).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  DCLPAR-FS   PIC 99 VALUE ZEROES.
       01  VIRMT103-FS PIC 99 VALUE ZEROES.
       01  VIRCNV-FS   PIC 99 VALUE ZEROES.
       01  ARCCNV-FS   PIC 99 VALUE ZEROES.
       01  VIRREG-FS   PIC 99 VALUE ZEROES.
       01  VIRSTA-FS   PIC 99 VALUE ZEROES.
       01  DCLCNW-FS   PIC 99 VALUE ZEROES.
       01  DCLXCW-FS   PIC 99 VALUE ZEROES.
       01  VIRDCL-FS   PIC 99 VALUE ZEROES.
       01  DCLETA-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    PARAMETRES DU RUN (CARTE DCLPAR)
       01  PERIODE-DECLAREE         PIC 9(6) VALUE ZEROES.
       01  PERIODE-DECLAREE-R REDEFINES PERIODE-DECLAREE.
           05 PDC-ANNEE             PIC 9(4).
           05 PDC-MOIS              PIC 9(2).
       01  SEUIL-DECLARATIF         PIC 9(9)V9(2) VALUE ZEROES.
       01  PAYS-BANQUE              PIC X(2) VALUE 'FR'.

      *    MESSAGE COURANT : MOIS D'EMISSION, PAYS BENEFICIAIRE ET
      *    MONTANTS ARRONDIS AU CENTIME
       01  PERIODE-MESSAGE          PIC X(6).
       01  PAYS-BENEFICIAIRE        PIC X(2).
       01  MONTANT-EUR              PIC 9(9)V9(2).
       01  MONTANT-ORIGINE          PIC 9(9)V9(2).
       01  DEVISE-ORIGINE           PIC X(3).

      *    CONVERSION RECHERCHEE POUR LE MESSAGE COURANT
       01  RECHERCHE-CONVERSION.
           05 RCV-NUMCLID           PIC 9(2).
           05 RCV-NUMCPTD           PIC 9(2).
           05 RCV-DATE              PIC 9(8).
           05 RCV-MTTRAN            PIC S9(9)V9(9).

      *    INDICATEUR DE CONVERSION TROUVEE
       01  IND-CONVERSION       PIC X VALUE 'N'.
           88 CONVERSION-TROUVEE    VALUE 'O'.
           88 CONVERSION-ABSENTE    VALUE 'N'.

      *    RECAPITULATIF : UN POSTE PAR COUPLE (PAYS, DEVISE D'ORIGINE)
      *    DECLARE. PLUS DE 500 POSTES = ARRET : UN RECAPITULATIF
      *    TRONQUE NE SE RAPPROCHE PAS DE LA DECLARATION.
       01  NB-POSTES               PIC 9(3) VALUE ZEROES.
       01  TABLE-PAYS.
           05 TP-ENTRY
              OCCURS 1 TO 500 TIMES DEPENDING ON NB-POSTES
              INDEXED BY IX-PAY.
              10 TP-CLE.
                 15 TP-PAYS        PIC X(2).
                 15 TP-CODDEV      PIC X(3).
              10 TP-NB             PIC 9(7).
              10 TP-ORIGINE        PIC 9(13)V9(2).
              10 TP-EUR            PIC 9(13)V9(2).
              10 TP-EDITE          PIC X.

      *    RECHERCHE DU PROCHAIN POSTE A EDITER (SELECTION DE LA PLUS
      *    PETITE CLE NON ENCORE EDITEE, COMME DANS VIRAGE)
       01  SUB-PAY                 PIC 9(3).
       01  SUB-MIN                 PIC 9(3).
       01  CLE-MIN.
           05 CLE-MIN-PAYS         PIC X(2).
           05 CLE-MIN-CODDEV       PIC X(3).

      *    CUMULS DU PAYS EN COURS D'EDITION ET DE LA DECLARATION
       01  PAYS-EDITE              PIC X(2) VALUE SPACES.
       01  CUM-PAYS-NB             PIC 9(7) VALUE ZEROES.
       01  CUM-PAYS-EUR            PIC 9(13)V9(2) VALUE ZEROES.
       01  CUM-TOTAL-EUR           PIC 9(13)V9(2) VALUE ZEROES.

      *    LIGNES DE L'ETAT RECAPITULATIF
       01  LIGNE-ENT.
           05 FILLER        PIC X(42)
              VALUE 'DECLARATION DES PAIEMENTS TRANSFRONTALIERS'.
           05 FILLER        PIC X(10) VALUE ' - PERIODE'.
           05 ENT-PERIODE   PIC 9(6).
           05 FILLER        PIC X(8) VALUE ' - SEUIL'.
           05 ENT-SEUIL     PIC Z(8)9.99.
           05 FILLER        PIC X(4) VALUE ' EUR'.
           05 FILLER        PIC X(18).

       01  LIGNE-TITRE.
           05 FILLER        PIC X(6)  VALUE 'PAYS'.
           05 FILLER        PIC X(6)  VALUE 'DEV'.
           05 FILLER        PIC X(9)  VALUE '   NOMBRE'.
           05 FILLER        PIC X(20) VALUE '     MONTANT ORIGINE'.
           05 FILLER        PIC X(20) VALUE '         MONTANT EUR'.
           05 FILLER        PIC X(39).

       01  LIGNE-DET.
           05 DET-PAYS      PIC X(2).
           05 FILLER        PIC X(4).
           05 DET-CODDEV    PIC X(3).
           05 FILLER        PIC X(3).
           05 DET-NB        PIC Z(6)9.
           05 FILLER        PIC X(2).
           05 DET-ORIGINE   PIC Z(13)9.99.
           05 FILLER        PIC X(2).
           05 DET-EUR       PIC Z(13)9.99.
           05 FILLER        PIC X(41).

       01  LIGNE-TOT.
           05 TOT-LIBELLE   PIC X(12).
           05 TOT-NB        PIC Z(6)9.
           05 FILLER        PIC X(22).
           05 TOT-EUR       PIC Z(13)9.99.
           05 FILLER        PIC X(41).

       01  LIGNE-CTL.
           05 LIG-LIBELLE   PIC X(40).
           05 LIG-VALEUR    PIC ZZZZZZ9.
           05 FILLER        PIC X(53).

      *    INDICATEURS DE FIN DE FICHIER
       01                           PIC X  VALUE SPACES.
           88 FIN-M103              VALUE 'Y'.
       01                           PIC X  VALUE SPACES.
           88 FIN-CNV               VALUE 'Y'.
       01                           PIC X  VALUE SPACES.
           88 FIN-ARC               VALUE 'Y'.
       01                           PIC X  VALUE SPACES.
           88 FIN-REG               VALUE 'Y'.
       01                           PIC X  VALUE SPACES.
           88 FIN-STA               VALUE 'Y'.
       01  IND-FIN-CNW              PIC X  VALUE 'N'.
           88 FIN-CNW               VALUE 'O'.
           88 NON-FIN-CNW           VALUE 'N'.

      * COMPTEURS
       01  CPT-MSG-LUS                  PIC 9(7) VALUE ZEROES.
       01  CPT-HORS-PERIODE             PIC 9(7) VALUE ZEROES.
       01  CPT-INTERNES                 PIC 9(7) VALUE ZEROES.
       01  CPT-REFUSES                  PIC 9(7) VALUE ZEROES.
       01  CPT-NATIONAUX                PIC 9(7) VALUE ZEROES.
       01  CPT-SOUS-SEUIL               PIC 9(7) VALUE ZEROES.
       01  CPT-DECLARES                 PIC 9(7) VALUE ZEROES.
       01  CPT-SANS-CONVERSION          PIC 9(7) VALUE ZEROES.
       01  CPT-CONVERSIONS              PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE

      *    CHARGEMENT DES CONVERSIONS (EN LIGNE PUIS ARCHIVES) ET DES
      *    REFERENCES A EXCLURE DANS LES FICHIERS DE TRAVAIL
           PERFORM UNTIL FIN-CNV
              READ VIRCNV
                 AT END SET FIN-CNV TO TRUE
              END-READ
              IF NOT FIN-CNV
                 PERFORM CONTROLER-LECTURE-CNV
                 PERFORM CHARGER-CONVERSION
              END-IF
           END-PERFORM
           PERFORM UNTIL FIN-ARC
              READ ARCCNV INTO VIRCNV-REC
                 AT END SET FIN-ARC TO TRUE
              END-READ
              IF NOT FIN-ARC
                 IF ARCCNV-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ ARCCNV, FS : ' ARCCNV-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM CHARGER-CONVERSION
              END-IF
           END-PERFORM
           PERFORM UNTIL FIN-REG
              PERFORM LIRE-REGLEMENT
           END-PERFORM
           PERFORM UNTIL FIN-STA
              PERFORM LIRE-STATUT
           END-PERFORM

      *    SELECTION DES MESSAGES A DECLARER
           PERFORM UNTIL FIN-M103
              READ VIRMT103
                 AT END SET FIN-M103 TO TRUE
              END-READ
              IF NOT FIN-M103
                 IF VIRMT103-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ VIRMT103, FS : ' VIRMT103-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 PERFORM TRAITER-MESSAGE
              END-IF
           END-PERFORM

           PERFORM EDITION-RECAPITULATIF
           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT VIRMT103
           IF VIRMT103-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRMT103, FS : ' VIRMT103-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRCNV
           IF VIRCNV-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRCNV, FS : ' VIRCNV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT ARCCNV
           IF ARCCNV-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARCCNV, FS : ' ARCCNV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRREG
           IF VIRREG-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRREG, FS : ' VIRREG-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRSTA
           IF VIRSTA-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRSTA, FS : ' VIRSTA-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
      *    LES FICHIERS DE TRAVAIL SONT RECREES VIDES (OPEN OUTPUT
      *    PUIS CLOSE) AVANT D'ETRE OUVERTS EN MISE A JOUR
           OPEN OUTPUT DCLCNW
           IF DCLCNW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLCNW, FS : ' DCLCNW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE DCLCNW
           OPEN I-O DCLCNW
           IF DCLCNW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLCNW, FS : ' DCLCNW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT DCLXCW
           IF DCLXCW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLXCW, FS : ' DCLXCW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE DCLXCW
           OPEN I-O DCLXCW
           IF DCLXCW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLXCW, FS : ' DCLXCW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT VIRDCL
           IF VIRDCL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN VIRDCL, FS : ' VIRDCL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT DCLETA
           IF DCLETA-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLETA, FS : ' DCLETA-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE ET CONTROLE DE LA CARTE PARAMETRE : LA PERIODE ET
      *    LE SEUIL SONT OBLIGATOIRES (PAS DE DEFAUT SUR LA DATE DU
      *    JOUR : UNE RELANCE DOIT DECLARER LE MEME MOIS)
       LIRE-PARAMETRE.
           OPEN INPUT DCLPAR
           IF DCLPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DCLPAR, FS : ' DCLPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           READ DCLPAR
           IF DCLPAR-FS NOT = ZEROES
              OR DP-PERIODE NOT NUMERIC OR DP-SEUIL NOT NUMERIC
              DISPLAY 'CARTE DCLPAR ABSENTE OU INVALIDE, '
                      'DECLARATION IMPOSSIBLE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE DCLPAR
           MOVE DP-PERIODE TO PERIODE-DECLAREE
           IF PDC-MOIS < 01 OR PDC-MOIS > 12
              DISPLAY 'PERIODE INVALIDE : ' PERIODE-DECLAREE
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DP-SEUIL TO SEUIL-DECLARATIF
           IF DP-PAYS-BANQUE NOT = SPACES
              MOVE DP-PAYS-BANQUE TO PAYS-BANQUE
           END-IF
           .

      *    CONTROLE DE LECTURE DU JOURNAL DES CONVERSIONS EN LIGNE
       CONTROLER-LECTURE-CNV.
           IF VIRCNV-FS NOT = ZEROES
              DISPLAY 'ERREUR READ VIRCNV, FS : ' VIRCNV-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CHARGEMENT D'UNE CONVERSION DU MOIS DANS LE FICHIER DE
      *    TRAVAIL. UNE CLE DEJA PRESENTE (LA MEME CONVERSION LUE EN
      *    LIGNE ET EN ARCHIVE) EST IGNOREE.
       CHARGER-CONVERSION.
           IF VCN-DATE(1:6) = PERIODE-DECLAREE
              MOVE VCN-NUMCLID TO CNW-NUMCLID
              MOVE VCN-NUMCPTD TO CNW-NUMCPTD
              MOVE VCN-DATE TO CNW-DATE
              MOVE VCN-MTTRAN-APRES TO CNW-MTTRAN-APRES
              MOVE VCN-HEURE TO CNW-HEURE
              MOVE VCN-CODDEV1 TO CNW-CODDEV1
              MOVE VCN-MTTRAN-AVANT TO CNW-MTTRAN-AVANT
              WRITE DCLCNW-REC
              EVALUATE DCLCNW-FS
                 WHEN '00'
                    ADD 1 TO CPT-CONVERSIONS
                 WHEN '22'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERREUR WRITE DCLCNW, FS : ' DCLCNW-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    UN REGLEMENT INTERNE DU MOIS EST UNE REFERENCE A EXCLURE
       LIRE-REGLEMENT.
           READ VIRREG
              AT END SET FIN-REG TO TRUE
           END-READ
           IF NOT FIN-REG
              IF VIRREG-FS NOT = ZEROES
                 DISPLAY 'ERREUR READ VIRREG, FS : ' VIRREG-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              MOVE REG-REFERENCE TO XCW-REFERENCE
              SET XCW-REGLEMENT-INTERNE TO TRUE
              PERFORM ENREGISTRER-EXCLUSION
           END-IF
           .

      *    UN STATUT 'R' (REFUS DU RESEAU) EST UNE REFERENCE A EXCLURE
       LIRE-STATUT.
           READ VIRSTA
              AT END SET FIN-STA TO TRUE
           END-READ
           IF NOT FIN-STA
              IF VIRSTA-FS NOT = ZEROES
                 DISPLAY 'ERREUR READ VIRSTA, FS : ' VIRSTA-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              IF VST-STATUT = 'R'
                 MOVE VST-REFERENCE TO XCW-REFERENCE
                 SET XCW-REFUS-RESEAU TO TRUE
                 PERFORM ENREGISTRER-EXCLUSION
              END-IF
           END-IF
           .

      *    ECRITURE D'UNE REFERENCE A EXCLURE (LA PREMIERE RAISON
      *    RENCONTREE EST CONSERVEE)
       ENREGISTRER-EXCLUSION.
           WRITE DCLXCW-REC
           IF DCLXCW-FS NOT = ZEROES AND 22
              DISPLAY 'ERREUR WRITE DCLXCW, FS : ' DCLXCW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    SELECTION DU MESSAGE COURANT, DANS L'ORDRE : MOIS
      *    D'EMISSION, EXCLUSIONS, PAYS BENEFICIAIRE, SEUIL
       TRAITER-MESSAGE.
           ADD 1 TO CPT-MSG-LUS
           IF M103-REFERENCE(4:8) NUMERIC
              MOVE M103-REFERENCE(4:6) TO PERIODE-MESSAGE
           ELSE
              MOVE M103-DATVAL(1:6) TO PERIODE-MESSAGE
           END-IF
           MOVE M103-BICCRD(5:2) TO PAYS-BENEFICIAIRE
           COMPUTE MONTANT-EUR ROUNDED = M103-MTTRAN
           IF PERIODE-MESSAGE NOT = PERIODE-DECLAREE
              ADD 1 TO CPT-HORS-PERIODE
           ELSE
              MOVE M103-REFERENCE TO XCW-REFERENCE
              READ DCLXCW
              EVALUATE DCLXCW-FS
                 WHEN '00'
                    IF XCW-REGLEMENT-INTERNE
                       ADD 1 TO CPT-INTERNES
                    ELSE
                       ADD 1 TO CPT-REFUSES
                    END-IF
                 WHEN '23'
                    EVALUATE TRUE
                       WHEN PAYS-BENEFICIAIRE = PAYS-BANQUE
                          ADD 1 TO CPT-NATIONAUX
                       WHEN MONTANT-EUR NOT > SEUIL-DECLARATIF
                          ADD 1 TO CPT-SOUS-SEUIL
                       WHEN OTHER
                          PERFORM DECLARER-MESSAGE
                    END-EVALUATE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ DCLXCW, FS : ' DCLXCW-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    ECRITURE DE LA LIGNE DE DECLARATION DU MESSAGE COURANT ET
      *    CUMUL DANS LE RECAPITULATIF
       DECLARER-MESSAGE.
           PERFORM RECHERCHER-CONVERSION
           ADD 1 TO CPT-DECLARES
           MOVE SPACES TO VIRDCL-REC
           MOVE PERIODE-DECLAREE TO DCL-PERIODE
           MOVE PAYS-BENEFICIAIRE TO DCL-PAYS
           MOVE DEVISE-ORIGINE TO DCL-CODDEV
           MOVE MONTANT-ORIGINE TO DCL-MONTANT-ORIGINE
           MOVE MONTANT-EUR TO DCL-MONTANT-EUR
           MOVE M103-NUMCLID TO DCL-NUMCLID
           MOVE M103-NUMCPTD TO DCL-NUMCPTD
           MOVE M103-REFERENCE TO DCL-REFERENCE
           MOVE M103-BICCRD TO DCL-BICCRD
           MOVE M103-DATVAL TO DCL-DATVAL
           WRITE VIRDCL-REC
           IF VIRDCL-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VIRDCL, FS : ' VIRDCL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM CUMULER-PAYS
           .

      *    RECHERCHE DE LA CONVERSION DU MESSAGE : MEME CLIENT, MEME
      *    COMPTE, MEME MONTANT EUR, LE JOUR DE L'EMISSION (DATE DE
      *    LA REFERENCE). EN CAS DE PLUSIEURS CANDIDATES, LA PREMIERE
      *    DANS L'ORDRE DES CLES EST RETENUE, CE QUI NE DEPEND PAS DE
      *    L'ORDRE DE CHARGEMENT. SANS CONVERSION, LE MONTANT
      *    D'ORIGINE EST LE MONTANT EMIS.
       RECHERCHER-CONVERSION.
           SET CONVERSION-ABSENTE TO TRUE
           MOVE M103-CODDEV TO DEVISE-ORIGINE
           MOVE MONTANT-EUR TO MONTANT-ORIGINE
           IF M103-REFERENCE(4:8) NUMERIC
              MOVE M103-NUMCLID TO RCV-NUMCLID
              MOVE M103-NUMCPTD TO RCV-NUMCPTD
              MOVE M103-REFERENCE(4:8) TO RCV-DATE
              MOVE M103-MTTRAN TO RCV-MTTRAN
              MOVE RECHERCHE-CONVERSION TO CNW-RECHERCHE
              MOVE ZEROES TO CNW-HEURE CNW-MTTRAN-AVANT
              MOVE LOW-VALUES TO CNW-CODDEV1
              SET NON-FIN-CNW TO TRUE
              START DCLCNW KEY IS NOT LESS THAN CNW-CLE
                 INVALID KEY
                    SET FIN-CNW TO TRUE
              END-START
              IF NON-FIN-CNW
                 READ DCLCNW NEXT RECORD
                    AT END
                       SET FIN-CNW TO TRUE
                 END-READ
                 IF NON-FIN-CNW AND DCLCNW-FS NOT = ZEROES
                    DISPLAY 'ERREUR READ DCLCNW, FS : ' DCLCNW-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 IF NON-FIN-CNW
                    AND CNW-RECHERCHE = RECHERCHE-CONVERSION
                    SET CONVERSION-TROUVEE TO TRUE
                    MOVE CNW-CODDEV1 TO DEVISE-ORIGINE
                    COMPUTE MONTANT-ORIGINE ROUNDED = CNW-MTTRAN-AVANT
                 END-IF
              END-IF
           END-IF
           IF CONVERSION-ABSENTE
              ADD 1 TO CPT-SANS-CONVERSION
              DISPLAY 'CONVERSION INTROUVABLE POUR ' M103-REFERENCE
                      ', DECLARE EN ' M103-CODDEV
           END-IF
           .

      *    CUMUL DU MESSAGE DECLARE DANS LE POSTE DE SON COUPLE
      *    (PAYS, DEVISE), CREE A LA PREMIERE RENCONTRE
       CUMULER-PAYS.
           IF NB-POSTES = ZEROES
              PERFORM CREER-POSTE
           ELSE
              SET IX-PAY TO 1
              SEARCH TP-ENTRY
                 AT END
                    PERFORM CREER-POSTE
                 WHEN TP-PAYS(IX-PAY) = PAYS-BENEFICIAIRE
                    AND TP-CODDEV(IX-PAY) = DEVISE-ORIGINE
                    CONTINUE
              END-SEARCH
           END-IF
           ADD 1 TO TP-NB(IX-PAY)
           ADD MONTANT-ORIGINE TO TP-ORIGINE(IX-PAY)
           ADD MONTANT-EUR TO TP-EUR(IX-PAY)
           .

      *    CREATION DU POSTE (PAYS, DEVISE)
       CREER-POSTE.
           IF NB-POSTES = 500
              DISPLAY 'TABLE DES PAYS PLEINE (500), RECAPITULATIF '
                      'IMPOSSIBLE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO NB-POSTES
           SET IX-PAY TO NB-POSTES
           MOVE PAYS-BENEFICIAIRE TO TP-PAYS(IX-PAY)
           MOVE DEVISE-ORIGINE TO TP-CODDEV(IX-PAY)
           MOVE ZEROES TO TP-NB(IX-PAY) TP-ORIGINE(IX-PAY)
                          TP-EUR(IX-PAY)
           MOVE 'N' TO TP-EDITE(IX-PAY)
           .

      *    ETAT RECAPITULATIF : POSTES PAR PAYS PUIS DEVISE, TOTAL DE
      *    CHAQUE PAYS (EN EUR, SEULE UNITE COMMUNE), TOTAL DE LA
      *    DECLARATION, PUIS LE DECOMPTE DES MESSAGES LUS PAR MOTIF
      *    D'EXCLUSION
       EDITION-RECAPITULATIF.
           MOVE PERIODE-DECLAREE TO ENT-PERIODE
           MOVE SEUIL-DECLARATIF TO ENT-SEUIL
           WRITE DCLETA-LIGNE FROM LIGNE-ENT
           MOVE SPACES TO DCLETA-LIGNE
           WRITE DCLETA-LIGNE
           WRITE DCLETA-LIGNE FROM LIGNE-TITRE
           PERFORM VARYING SUB-PAY FROM 1 BY 1
              UNTIL SUB-PAY > NB-POSTES
              PERFORM EDITER-PROCHAIN-POSTE
           END-PERFORM
           IF NB-POSTES > ZEROES
              PERFORM EDITER-TOTAL-PAYS
           END-IF

           MOVE SPACES TO DCLETA-LIGNE
           WRITE DCLETA-LIGNE
           MOVE SPACES TO LIGNE-TOT
           MOVE 'TOTAL' TO TOT-LIBELLE
           MOVE CPT-DECLARES TO TOT-NB
           MOVE CUM-TOTAL-EUR TO TOT-EUR
           WRITE DCLETA-LIGNE FROM LIGNE-TOT

           MOVE SPACES TO DCLETA-LIGNE
           WRITE DCLETA-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE 'MESSAGES LUS ..................' TO LIG-LIBELLE
           MOVE CPT-MSG-LUS TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'HORS PERIODE ..................' TO LIG-LIBELLE
           MOVE CPT-HORS-PERIODE TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'REGLEMENTS INTERNES ...........' TO LIG-LIBELLE
           MOVE CPT-INTERNES TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'REFUSES PAR LE RESEAU .........' TO LIG-LIBELLE
           MOVE CPT-REFUSES TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'BENEFICIAIRE NATIONAL .........' TO LIG-LIBELLE
           MOVE CPT-NATIONAUX TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'SOUS LE SEUIL .................' TO LIG-LIBELLE
           MOVE CPT-SOUS-SEUIL TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'DECLARES ......................' TO LIG-LIBELLE
           MOVE CPT-DECLARES TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE '  DONT SANS CONVERSION TROUVEE ' TO LIG-LIBELLE
           MOVE CPT-SANS-CONVERSION TO LIG-VALEUR
           WRITE DCLETA-LIGNE FROM LIGNE-CTL
           .

      *    SELECTION ET EDITION DU PLUS PETIT POSTE NON ENCORE EDITE ;
      *    UN CHANGEMENT DE PAYS EDITE LE TOTAL DU PAYS PRECEDENT
       EDITER-PROCHAIN-POSTE.
           MOVE ZEROES TO SUB-MIN
           MOVE HIGH-VALUES TO CLE-MIN
           PERFORM VARYING IX-PAY FROM 1 BY 1
              UNTIL IX-PAY > NB-POSTES
              IF TP-EDITE(IX-PAY) = 'N'
                 AND TP-CLE(IX-PAY) NOT > CLE-MIN
                 MOVE TP-CLE(IX-PAY) TO CLE-MIN
                 SET SUB-MIN TO IX-PAY
              END-IF
           END-PERFORM
           IF SUB-MIN > ZEROES
              IF TP-PAYS(SUB-MIN) NOT = PAYS-EDITE
                 IF PAYS-EDITE NOT = SPACES
                    PERFORM EDITER-TOTAL-PAYS
                 END-IF
                 MOVE TP-PAYS(SUB-MIN) TO PAYS-EDITE
              END-IF
              MOVE SPACES TO LIGNE-DET
              MOVE TP-PAYS(SUB-MIN) TO DET-PAYS
              MOVE TP-CODDEV(SUB-MIN) TO DET-CODDEV
              MOVE TP-NB(SUB-MIN) TO DET-NB
              MOVE TP-ORIGINE(SUB-MIN) TO DET-ORIGINE
              MOVE TP-EUR(SUB-MIN) TO DET-EUR
              WRITE DCLETA-LIGNE FROM LIGNE-DET
              ADD TP-NB(SUB-MIN) TO CUM-PAYS-NB
              ADD TP-EUR(SUB-MIN) TO CUM-PAYS-EUR
              MOVE 'O' TO TP-EDITE(SUB-MIN)
           END-IF
           .

      *    TOTAL DU PAYS EN COURS D'EDITION
       EDITER-TOTAL-PAYS.
           MOVE SPACES TO LIGNE-TOT
           MOVE 'TOTAL PAYS' TO TOT-LIBELLE
           MOVE PAYS-EDITE TO TOT-LIBELLE(11:2)
           MOVE CUM-PAYS-NB TO TOT-NB
           MOVE CUM-PAYS-EUR TO TOT-EUR
           WRITE DCLETA-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO DCLETA-LIGNE
           WRITE DCLETA-LIGNE
           ADD CUM-PAYS-EUR TO CUM-TOTAL-EUR
           MOVE ZEROES TO CUM-PAYS-NB CUM-PAYS-EUR
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DES DISPLAY
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'VIRDCL' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-MSG-LUS TO STA-CPT(1)
              MOVE CPT-HORS-PERIODE TO STA-CPT(2)
              MOVE CPT-INTERNES TO STA-CPT(3)
              MOVE CPT-REFUSES TO STA-CPT(4)
              MOVE CPT-NATIONAUX TO STA-CPT(5)
              MOVE CPT-SOUS-SEUIL TO STA-CPT(6)
              MOVE CPT-DECLARES TO STA-CPT(7)
              MOVE CPT-SANS-CONVERSION TO STA-CPT(8)
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
           CLOSE VIRCNV
           CLOSE ARCCNV
           CLOSE VIRREG
           CLOSE VIRSTA
           CLOSE DCLCNW
           CLOSE DCLXCW
           CLOSE VIRDCL
           CLOSE DCLETA
      *    UN MESSAGE DECLARE SANS SA CONVERSION (JOURNAL INCOMPLET
      *    POUR LE MOIS) DOIT ETRE REVU AVANT ENVOI : CODE RETOUR 4
           IF RETURN-CODE = ZEROES AND CPT-SANS-CONVERSION > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'PERIODE DECLAREE    : ' PERIODE-DECLAREE
           DISPLAY 'MESSAGES LUS        : ' CPT-MSG-LUS
           DISPLAY 'HORS PERIODE        : ' CPT-HORS-PERIODE
           DISPLAY 'REGLEMENTS INTERNES : ' CPT-INTERNES
           DISPLAY 'REFUSES RESEAU      : ' CPT-REFUSES
           DISPLAY 'NATIONAUX           : ' CPT-NATIONAUX
           DISPLAY 'SOUS LE SEUIL       : ' CPT-SOUS-SEUIL
           DISPLAY 'DECLARES            : ' CPT-DECLARES
           DISPLAY 'SANS CONVERSION     : ' CPT-SANS-CONVERSION
           PERFORM ENREGISTRER-STATISTIQUES
            STOP RUN
           .
