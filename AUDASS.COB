      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: AUDIT HEBDOMADAIRE D'INTEGRITE REFERENTIELLE ENTRE LES
      *          FICHIERS ASSURANCE ET LES FICHIERS COMPTES, QUI SONT
      *          TENUS PAR DES TRAITEMENTS DIFFERENTS ET PEUVENT
      *          DIVERGER SANS QUE PERSONNE NE S'EN APERCOIVE. REGLES
      *          CONTROLEES :
      *           1 DOMICILIATION ASSDOM D'UN MATRICULE ABSENT DE
      *             KSDASS (POLICE SUPPRIMEE OU RESILIEE)
      *           2 DOMICILIATION SUR UN COMPTE ABSENT DE BACCPT
      *             (COMPTE FERME PAR BACMAJ)
      *           3 DOMICILIATION SUR UN COMPTE BACCPT D'UN AUTRE
      *             CLIENT QUE CELUI DE LA DOMICILIATION
      *           4 SINISTRE SINASS D'UN MATRICULE ABSENT DE KSDASS
      *           5 PRIME KSDASS DIFFERENTE DE LA PRIME RECALCULEE PAR
      *             CALCUL-PRIME SUR LE BAREME TRFASS EN VIGUEUR (SOMME
      *             DES VEHICULES VEHASS POUR UNE POLICE MULTI-VEHICULE)
      *           6 POLICE NON TARIFABLE SUR LE BAREME EN VIGUEUR (TYPE
      *             OU CLASSE HORS BAREME, LIGNE DE BAREME ABSENTE)
      *           7 PLAFONDS VIRLIM D'UN CLIENT SANS AUCUN COMPTE BACCPT
      *          LES EXCEPTIONS SONT EDITEES PAR REGLE SUR L'ETAT AUDREL
      *          AVEC LE NOMBRE D'EXCEPTIONS DE CHAQUE REGLE ; LES
      *          TOTAUX SONT ECRITS DANS STABAT ET LE JOB SE TERMINE EN
      *          CODE RETOUR 4 S'IL Y A AU MOINS UNE EXCEPTION, POUR
      *          APPARAITRE SUR L'ETAT D'EXPLOITATION STAEDT. AUCUN
      *          FICHIER N'EST MIS A JOUR : LA CORRECTION RESTE AUX
      *          TRAITEMENTS DE MAINTENANCE (DOMMAJ, BACMAJ, VIRLMJ...).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FICHIER DE REFERENCE DU BAREME DE TARIFICATION (VOIR
      *    TRFASS.CPY), CHARGE EN MEMOIRE AU DEBUT DU RUN COMME DANS
      *    ACCESS3
           SELECT TRFASS ASSIGN TO DDTRFASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRF-CLE
           FILE STATUS IS TRFASS-FS.

      *    VEHICULES ASSURES PAR POLICE (TENU PAR ACCESS3). FICHIER
      *    OPTIONNEL : UNE POLICE SANS VEHICULE EN FICHIER EST
      *    MONO-VEHICULE ET DECRITE PAR SA FICHE KSDASS.
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEH-CLE
           FILE STATUS IS VEHASS-FS.

      *    FICHIER MAITRE DES COMPTES (LU EN ENTIER AU DEBUT DU RUN,
      *    VOIR BACCPT.CPY)
           SELECT BACCPT ASSIGN TO DDBACCPT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BAC-NUMCPTD
           FILE STATUS IS BACCPT-FS.

      *    FICHIER DES DOMICILIATIONS BANCAIRES (VOIR ASSDOM.CPY).
      *    FICHIER OPTIONNEL : ABSENT TANT QU'AUCUNE DOMICILIATION N'A
      *    ETE SAISIE.
           SELECT OPTIONAL ASSDOM ASSIGN TO DDASSDOM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DOM-MATRICULE
           FILE STATUS IS ASSDOM-FS.

      *    FICHIER DES SINISTRES DECLARES (VOIR SINASS.CPY). FICHIER
      *    OPTIONNEL COMME DANS BMSREV.
           SELECT OPTIONAL SINASS ASSIGN TO DDSINASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINASS-FS.

      *    LIMITES DE VIREMENT PAR CLIENT (VOIR VIRLIM.CPY). FICHIER
      *    OPTIONNEL : SANS LUI, AUCUN CLIENT N'EST PLAFONNE.
           SELECT OPTIONAL VIRLIM ASSIGN TO DDVIRLIM
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VL-NUMCLID
           FILE STATUS IS VIRLIM-FS.

      *    FICHIER DE TRAVAIL DES EXCEPTIONS, INDEXE PAR REGLE PUIS
      *    ORDRE DE DETECTION, POUR EDITER L'ETAT GROUPE PAR REGLE.
      *    RECREE VIDE A CHAQUE RUN (OPEN OUTPUT PUIS REOUVERTURE EN
      *    I-O), COMME LES FICHIERS DE TRAVAIL DE LA CHAINE VIR.
           SELECT AUDEXW ASSIGN TO DDAUDEXW
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUX-CLE
           FILE STATUS IS AUDEXW-FS.

      *    ETAT DES EXCEPTIONS PAR REGLE ET TOTAUX DE CONTROLE
           SELECT AUDREL ASSIGN TO DDAUDREL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS AUDREL-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRFASS.
           COPY TRFASS.

       FD  VEHASS.
           COPY VEHASS.

       FD  BACCPT.
           COPY BACCPT.

       FD  ASSDOM.
           COPY ASSDOM.

       FD  SINASS.
           COPY SINASS.

       FD  VIRLIM.
           COPY VIRLIM.

       FD  AUDEXW.
       01  AUDEXW-REC.
           05 AUX-CLE.
              10 AUX-REGLE             PIC 99.
              10 AUX-ORDRE             PIC 9(7).
           05 AUX-LIGNE                PIC X(80).

       FD  AUDREL.
       01  AUDREL-LIGNE PIC X(80).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

       01  TRFASS-FS   PIC 99 VALUE ZEROES.
       01  VEHASS-FS   PIC 99 VALUE ZEROES.
       01  BACCPT-FS   PIC 99 VALUE ZEROES.
       01  ASSDOM-FS   PIC 99 VALUE ZEROES.
       01  SINASS-FS   PIC 99 VALUE ZEROES.
       01  VIRLIM-FS   PIC 99 VALUE ZEROES.
       01  AUDEXW-FS   PIC 99 VALUE ZEROES.
       01  AUDREL-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

      *    BAREME EN MEMOIRE ET ZONE D'ECHANGE AVEC CALCUL-PRIME
       COPY TARIFASS.

      *    DATE DU JOUR POUR SELECTIONNER LES LIGNES DE BAREME DONT LA
      *    DATE D'EFFET EST ATTEINTE, ET DATE D'EDITION DE L'ETAT
       01  TRF-DATE-JOUR          PIC 9(8).
       01  TRF-DATE-JOUR-R REDEFINES TRF-DATE-JOUR.
           05 DJ-ANNEE            PIC 9(4).
           05 DJ-MOIS             PIC 9(2).
           05 DJ-JOUR             PIC 9(2).

      *    VEHICULES DE LA POLICE COURANTE
       COPY VEHTAB.

      *    COMPTES DU FICHIER MAITRE, RANGES PAR NUMERO DE COMPTE
      *    (LE COMPTE 00 N'EST PAS UTILISE, COMME DANS BACINT), ET
      *    CLIENTS TITULAIRES D'AU MOINS UN COMPTE, RANGES PAR NUMERO
      *    DE CLIENT + 1 (LE CLIENT 00 EXISTE)
       01  TABLE-COMPTES.
           05 TCP-ENTRY OCCURS 99 TIMES INDEXED BY IX-CPT.
              10 TCP-IND-MAITRE      PIC X VALUE 'N'.
                 88 TCP-AU-MAITRE        VALUE 'O'.
              10 TCP-NUMCLID         PIC 9(2) VALUE ZEROES.

       01  TABLE-CLIENTS.
           05 TCL-ENTRY OCCURS 100 TIMES INDEXED BY IX-CLI.
              10 TCL-IND-COMPTE      PIC X VALUE 'N'.
                 88 TCL-AVEC-COMPTE      VALUE 'O'.

      *    LIBELLES DES REGLES CONTROLEES, DANS L'ORDRE DE L'ETAT
       01  TABLE-REGLES.
           05 FILLER  PIC X(50)
              VALUE 'DOMICILIATION D''UNE POLICE ABSENTE DE KSDASS'.
           05 FILLER  PIC X(50)
              VALUE 'DOMICILIATION SUR UN COMPTE CLOS OU INCONNU'.
           05 FILLER  PIC X(50)
              VALUE 'DOMICILIATION SUR LE COMPTE D''UN AUTRE CLIENT'.
           05 FILLER  PIC X(50)
              VALUE 'SINISTRE D''UNE POLICE ABSENTE DE KSDASS'.
           05 FILLER  PIC X(50)
              VALUE 'PRIME KSDASS DIFFERENTE DU BAREME EN VIGUEUR'.
           05 FILLER  PIC X(50)
              VALUE 'POLICE NON TARIFABLE SUR LE BAREME EN VIGUEUR'.
           05 FILLER  PIC X(50)
              VALUE 'PLAFONDS VIRLIM D''UN CLIENT SANS COMPTE'.
       01  REDEFINES TABLE-REGLES.
           05 TRG-LIBELLE OCCURS 7 TIMES INDEXED BY IX-RG PIC X(50).

      *    NOMBRE D'EXCEPTIONS PAR REGLE (MEME RANG QUE LES LIBELLES)
       01  TABLE-CPT-REGLES.
           05 CPT-REGLE OCCURS 7 TIMES PIC 9(7) VALUE ZEROES.

      *    REGLE DE L'EXCEPTION A ENREGISTRER ET NUMERO D'ORDRE DES
      *    EXCEPTIONS (CLE DU FICHIER DE TRAVAIL)
       01  REGLE-EXCEPTION     PIC 99.
       01  ORDRE-EXCEPTION     PIC 9(7) VALUE ZEROES.

      *    TARIFICATION DE LA POLICE COURANTE : PRIME RECALCULEE SUR LE
      *    BAREME (SOMME DES VEHICULES) ET PREMIER VEHICULE NON
      *    TARIFABLE RENCONTRE
       01  PRIME-BAREME        PIC 9(5)V99.
       01  IND-TARIFICATION    PIC X.
           88 POLICE-TARIFABLE      VALUE 'O'.
           88 POLICE-NON-TARIFABLE  VALUE 'N'.

      *    COMPTE DE LA DOMICILIATION COURANTE PRESENT DANS BACCPT
       01  IND-COMPTE          PIC X.
           88 COMPTE-CONNU          VALUE 'O'.
           88 COMPTE-INCONNU        VALUE 'N'.

      *    LIGNES DE L'ETAT
       01  LIGNE-SEPARATION    PIC X(80) VALUE ALL '='.

       01  LIGNE-TITRE.
           05 FILLER          PIC X(50) VALUE
              'AUDIT D''INTEGRITE DES FICHIERS ASSURES ET COMPTES'.
           05 FILLER          PIC X(12) VALUE '   EDITE LE '.
           05 TIT-JOUR        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 TIT-MOIS        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 TIT-ANNEE       PIC 9(4).
           05 FILLER          PIC X(8) VALUE SPACES.

       01  LIGNE-REGLE.
           05 FILLER          PIC X(6) VALUE 'REGLE '.
           05 RGL-NUMERO      PIC 9.
           05 FILLER          PIC X(3) VALUE ' - '.
           05 RGL-LIBELLE     PIC X(50).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LIGNE-RECAP.
           05 FILLER          PIC X(6) VALUE 'REGLE '.
           05 REC-NUMERO      PIC 9.
           05 FILLER          PIC X(3) VALUE ' - '.
           05 REC-LIBELLE     PIC X(50).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 REC-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  LIGNE-TITRES-DET.
           05 FILLER          PIC X(11) VALUE 'CLE'.
           05 FILLER          PIC X(21) VALUE 'ASSURE / CLIENT'.
           05 FILLER          PIC X(48) VALUE 'ANOMALIE'.

       01  LIGNE-DET.
           05 DET-CLE         PIC X(10).
           05 FILLER          PIC X(1).
           05 DET-NOM         PIC X(20).
           05 FILLER          PIC X(1).
           05 DET-MOTIF       PIC X(48).

       01  LIGNE-AUCUNE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(76) VALUE 'AUCUNE EXCEPTION'.

       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

      *    ZONES DE CLE ET DE MOTIF DES LIGNES D'EXCEPTION
       01  CLE-CLIENT.
           05 FILLER          PIC X(7) VALUE 'CLIENT '.
           05 CC-NUMCLID      PIC 99.
           05 FILLER          PIC X(1) VALUE SPACE.

       01  MOTIF-DOMICILIATION.
           05 FILLER          PIC X(7) VALUE 'CLIENT '.
           05 MD-NUMCLID      PIC 99.
           05 FILLER          PIC X(8) VALUE ' COMPTE '.
           05 MD-NUMCPTD      PIC 99.
           05 FILLER          PIC X(29) VALUE SPACES.

       01  MOTIF-COMPTE-CLOS.
           05 FILLER          PIC X(7) VALUE 'COMPTE '.
           05 MC-NUMCPTD      PIC 99.
           05 FILLER          PIC X(26)
              VALUE ' ABSENT DE BACCPT, CLIENT '.
           05 MC-NUMCLID      PIC 99.
           05 FILLER          PIC X(11) VALUE SPACES.

       01  MOTIF-AUTRE-CLIENT.
           05 FILLER          PIC X(7) VALUE 'COMPTE '.
           05 MA-NUMCPTD      PIC 99.
           05 FILLER          PIC X(11) VALUE ' AU CLIENT '.
           05 MA-NUMCLID-BAC  PIC 99.
           05 FILLER          PIC X(19) VALUE ', DOMICILIE CLIENT '.
           05 MA-NUMCLID-DOM  PIC 99.
           05 FILLER          PIC X(5) VALUE SPACES.

       01  MOTIF-SINISTRE.
           05 FILLER          PIC X(12) VALUE 'SINISTRE DU '.
           05 MS-DATE         PIC 9(8).
           05 FILLER          PIC X(6) VALUE ' TYPE '.
           05 MS-TYPE         PIC X.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  MOTIF-PRIME.
           05 FILLER          PIC X(6) VALUE 'PRIME '.
           05 MP-PRIME        PIC ZZZ9.99.
           05 FILLER          PIC X(8) VALUE ' BAREME '.
           05 MP-BAREME       PIC ZZZZ9.99.
           05 FILLER          PIC X(11) VALUE ' VEHICULES '.
           05 MP-NB           PIC Z9.
           05 FILLER          PIC X(6) VALUE SPACES.

       01  MOTIF-NON-TARIFABLE.
           05 FILLER          PIC X(9) VALUE 'VEHICULE '.
           05 MN-SEQ          PIC 99.
           05 FILLER          PIC X(6) VALUE ' TYPE '.
           05 MN-TYPE         PIC X.
           05 FILLER          PIC X(4) VALUE ' BM '.
           05 MN-BM           PIC X.
           05 MN-RAISON       PIC X(17).
           05 FILLER          PIC X(8) VALUE SPACES.

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

       01  IND-FIN-TRF         PIC X VALUE 'N'.
           88 FIN-TRF              VALUE 'O'.
           88 NON-FIN-TRF          VALUE 'N'.

       01  IND-FIN-VEH         PIC X VALUE 'N'.
           88 FIN-VEH              VALUE 'O'.
           88 NON-FIN-VEH          VALUE 'N'.

       01  IND-FIN-BAC         PIC X VALUE 'N'.
           88 FIN-BAC              VALUE 'O'.
           88 NON-FIN-BAC          VALUE 'N'.

       01  IND-FIN-AUX         PIC X VALUE 'N'.
           88 FIN-AUX              VALUE 'O'.
           88 NON-FIN-AUX          VALUE 'N'.

      *    INDICATEURS DE FIN DE FICHIER
       01                          PIC X VALUE 'N'.
           88 FIN-PORTEFEUILLE          VALUE 'O'.

       01                          PIC X VALUE SPACES.
           88 FIN-DOM                   VALUE 'Y'.

       01                          PIC X VALUE SPACES.
           88 FIN-SIN                   VALUE 'Y'.

       01                          PIC X VALUE SPACES.
           88 FIN-LIM                   VALUE 'Y'.

       01  COMPTEURS.
           05 CPT-POLICES       PIC 9(7) VALUE ZEROES.
           05 CPT-VEHICULES     PIC 9(7) VALUE ZEROES.
           05 CPT-COMPTES       PIC 9(7) VALUE ZEROES.
           05 CPT-DOM-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-SIN-LUS       PIC 9(7) VALUE ZEROES.
           05 CPT-LIM-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-EXCEPTIONS    PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM INIT-TARIFS
           PERFORM CHARGER-COMPTES

           MOVE 'Q' TO ZCODE-FONC
           MOVE ZEROES TO ZMATRICULE
           PERFORM UNTIL FIN-PORTEFEUILLE
              PERFORM PROCHAIN-ASSURE
              IF NOT FIN-PORTEFEUILLE
                 PERFORM CONTROLER-PRIME
              END-IF
           END-PERFORM

           PERFORM LECTURE-DOMICILIATION
           PERFORM UNTIL FIN-DOM
              PERFORM CONTROLER-DOMICILIATION
              PERFORM LECTURE-DOMICILIATION
           END-PERFORM

           PERFORM LECTURE-SINISTRE
           PERFORM UNTIL FIN-SIN
              PERFORM CONTROLER-SINISTRE
              PERFORM LECTURE-SINISTRE
           END-PERFORM

           PERFORM LECTURE-PLAFOND
           PERFORM UNTIL FIN-LIM
              PERFORM CONTROLER-PLAFOND
              PERFORM LECTURE-PLAFOND
           END-PERFORM

           PERFORM EDITER-ETAT
           PERFORM EDITION-TOTAUX
           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT VEHASS
           IF VEHASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT ASSDOM
           IF ASSDOM-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ASSDOM, FS : ' ASSDOM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT SINASS
           IF SINASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINASS, FS : ' SINASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VIRLIM
           IF VIRLIM-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VIRLIM, FS : ' VIRLIM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT AUDEXW
           IF AUDEXW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AUDEXW, FS : ' AUDEXW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE AUDEXW
           OPEN I-O AUDEXW
           IF AUDEXW-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AUDEXW, FS : ' AUDEXW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT AUDREL
           IF AUDREL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AUDREL, FS : ' AUDREL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CHARGEMENT DU BAREME EN VIGUEUR DEPUIS TRFASS, SELON LA
      *    MEME REGLE QU'ACCESS3 : LES VALEURS SONT INITIALISEES A
      *    ZERO PUIS ECRASEES PAR CHAQUE LIGNE DONT LA DATE D'EFFET EST
      *    ATTEINTE, LA DERNIERE LIGNE APPLICABLE L'EMPORTANT. SANS
      *    BAREME, L'AUDIT DES PRIMES N'A PAS DE SENS : LE RUN S'ARRETE.
       INIT-TARIFS.
           MOVE '1' TO TV-CODE(1)
           MOVE '2' TO TV-CODE(2)
           MOVE '3' TO TV-CODE(3)
           MOVE 'A' TO TB-CODE(1)
           MOVE 'B' TO TB-CODE(2)
           MOVE 'C' TO TB-CODE(3)
           MOVE 'D' TO TB-CODE(4)
           MOVE 'E' TO TB-CODE(5)
           MOVE ZEROES TO TV-PRIME-BASE(1) TV-PRIME-BASE(2)
                          TV-PRIME-BASE(3)
           MOVE ZEROES TO TB-COEFFICIENT(1) TB-COEFFICIENT(2)
                          TB-COEFFICIENT(3) TB-COEFFICIENT(4)
                          TB-COEFFICIENT(5)
           ACCEPT TRF-DATE-JOUR FROM DATE YYYYMMDD
           SET NON-FIN-TRF TO TRUE
           OPEN INPUT TRFASS
           IF TRFASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN TRFASS, FS : ' TRFASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE LOW-VALUES TO TRF-CLE
           START TRFASS KEY IS NOT LESS THAN TRF-CLE
              INVALID KEY
                 DISPLAY 'TRFASS VIDE, BAREME NON CHARGE'
                 PERFORM FIN-ERREUR-GRAVE
           END-START
           PERFORM UNTIL FIN-TRF
              PERFORM LIRE-TRFASS
              IF NON-FIN-TRF
                 PERFORM APPLIQUER-TARIF
              END-IF
           END-PERFORM
           CLOSE TRFASS
           .

      *    LECTURE SEQUENTIELLE DU FICHIER DE REFERENCE DU BAREME
       LIRE-TRFASS.
           READ TRFASS NEXT RECORD
              AT END
                 SET FIN-TRF TO TRUE
           END-READ
           IF NON-FIN-TRF AND TRFASS-FS NOT = ZEROES
              DISPLAY 'ERREUR READ TRFASS, FS : ' TRFASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    APPLICATION D'UNE LIGNE DE BAREME A LA TABLE EN MEMOIRE
       APPLIQUER-TARIF.
           IF TRF-DATE-EFFET NOT > TRF-DATE-JOUR
              EVALUATE TRF-TYPE-BAREME
                 WHEN 'V'
                    SET IX-VEH TO 1
                    SEARCH TARIF-VEHICULE
                       AT END
                          DISPLAY 'TRFASS : CODE VEHICULE INCONNU '
                                  TRF-CODE
                       WHEN TV-CODE(IX-VEH) = TRF-CODE
                          MOVE TRF-VALEUR TO TV-PRIME-BASE(IX-VEH)
                    END-SEARCH
                 WHEN 'B'
                    SET IX-BM TO 1
                    SEARCH TARIF-BONUS
                       AT END
                          DISPLAY 'TRFASS : CODE BONUS-MALUS INCONNU '
                                  TRF-CODE
                       WHEN TB-CODE(IX-BM) = TRF-CODE
                          MOVE TRF-VALEUR TO TB-COEFFICIENT(IX-BM)
                    END-SEARCH
                 WHEN OTHER
                    DISPLAY 'TRFASS : TYPE BAREME INCONNU '
                            TRF-TYPE-BAREME
              END-EVALUATE
           END-IF
           .

      *    CHARGEMENT DU FICHIER MAITRE DES COMPTES : TITULAIRE DE
      *    CHAQUE COMPTE, ET CLIENTS TITULAIRES D'AU MOINS UN COMPTE
       CHARGER-COMPTES.
           OPEN INPUT BACCPT
           IF BACCPT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN BACCPT, FS : ' BACCPT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-BAC TO TRUE
           MOVE ZEROES TO BAC-NUMCPTD
           START BACCPT KEY IS NOT LESS THAN BAC-NUMCPTD
              INVALID KEY
                 SET FIN-BAC TO TRUE
           END-START
           PERFORM UNTIL FIN-BAC
              PERFORM LIRE-COMPTE
           END-PERFORM
           CLOSE BACCPT
           .

      *    LECTURE DU COMPTE SUIVANT DU FICHIER MAITRE
       LIRE-COMPTE.
           READ BACCPT NEXT RECORD
              AT END
                 SET FIN-BAC TO TRUE
           END-READ
           IF NON-FIN-BAC AND BACCPT-FS NOT = ZEROES
              DISPLAY 'ERREUR READ BACCPT, FS : ' BACCPT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-BAC
              ADD 1 TO CPT-COMPTES
              SET IX-CLI TO BAC-NUMCLID
              SET IX-CLI UP BY 1
              SET TCL-AVEC-COMPTE(IX-CLI) TO TRUE
              IF BAC-NUMCPTD > ZEROES
                 SET IX-CPT TO BAC-NUMCPTD
                 SET TCP-AU-MAITRE(IX-CPT) TO TRUE
                 MOVE BAC-NUMCLID TO TCP-NUMCLID(IX-CPT)
              END-IF
           END-IF
           .

      *    DEMANDE L'ASSURE SUIVANT DU PORTEFEUILLE A ACCESS3 (AUCUN
      *    AUTRE APPEL PENDANT LE PARCOURS : IL RESTE OUVERT D'UN
      *    APPEL A L'AUTRE)
       PROCHAIN-ASSURE.
           CALL 'ACCESS3' USING ZASSURES
           EVALUATE TRUE
              WHEN ZCODE-RET = 3
                 SET FIN-PORTEFEUILLE TO TRUE
              WHEN ZCODE-RET NOT = ZEROES
                 DISPLAY 'ERREUR PARCOURS KSDASS : ' ZLIBERR
                 PERFORM FIN-ERREUR-GRAVE
              WHEN OTHER
                 ADD 1 TO CPT-POLICES
           END-EVALUATE
           .

      *    REGLES 5 ET 6 : CHAQUE VEHICULE DE LA POLICE EST RETARIFE
      *    SUR SON TYPE ET LE BONUS-MALUS DE LA POLICE ; LA SOMME DOIT
      *    ETRE LA PRIME DE LA FICHE KSDASS
       CONTROLER-PRIME.
           PERFORM CHARGER-VEHICULES
           MOVE ZEROES TO PRIME-BAREME
           SET POLICE-TARIFABLE TO TRUE
           MOVE ZMATRICULE TO CP-MATRICULE
           MOVE ZBONUS-MALUS TO CP-BONUS-MALUS
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES OR POLICE-NON-TARIFABLE
              PERFORM TARIFER-VEHICULE
           END-PERFORM
           MOVE SPACES TO LIGNE-DET
           MOVE ZMATRICULE TO DET-CLE
           MOVE ZNOM-PRENOM TO DET-NOM
           IF POLICE-NON-TARIFABLE
              MOVE MOTIF-NON-TARIFABLE TO DET-MOTIF
              MOVE 6 TO REGLE-EXCEPTION
              PERFORM ENREGISTRER-EXCEPTION
           ELSE
              IF PRIME-BAREME NOT = ZPRIME
                 MOVE ZPRIME TO MP-PRIME
                 MOVE PRIME-BAREME TO MP-BAREME
                 MOVE NB-VEHICULES TO MP-NB
                 MOVE MOTIF-PRIME TO DET-MOTIF
                 MOVE 5 TO REGLE-EXCEPTION
                 PERFORM ENREGISTRER-EXCEPTION
              END-IF
           END-IF
           .

      *    TARIFICATION DU VEHICULE IX-TVC PAR LE MOTEUR PARTAGE. UN
      *    CODE HORS BAREME OU SANS LIGNE EN VIGUEUR REND LA POLICE
      *    NON TARIFABLE (CALCUL-PRIME CONSERVERAIT SA PRIME) ; LE
      *    VEHICULE EN CAUSE EST RETENU POUR LE MOTIF DE L'EXCEPTION.
       TARIFER-VEHICULE.
           ADD 1 TO CPT-VEHICULES
           MOVE TVH-TYPE(IX-TVC) TO CP-TYPE-VEHICULE
           MOVE TVH-PRIME(IX-TVC) TO CP-PRIME-SAISIE
           PERFORM CALCUL-PRIME
           IF IX-VEH > 3 OR IX-BM > 5
              SET POLICE-NON-TARIFABLE TO TRUE
              MOVE ' HORS BAREME' TO MN-RAISON
           ELSE
              IF TV-PRIME-BASE(IX-VEH) = ZEROES
                 OR TB-COEFFICIENT(IX-BM) = ZEROES
                 SET POLICE-NON-TARIFABLE TO TRUE
                 MOVE ' BAREME INCOMPLET' TO MN-RAISON
              ELSE
                 ADD CP-PRIME-CALCULEE TO PRIME-BAREME
              END-IF
           END-IF
           IF POLICE-NON-TARIFABLE
              MOVE TVH-SEQ(IX-TVC) TO MN-SEQ
              MOVE TVH-TYPE(IX-TVC) TO MN-TYPE
              MOVE CP-BONUS-MALUS TO MN-BM
           END-IF
           .

      *    MOTEUR DE TARIFICATION PARTAGE AVEC ACCESS3 ET ACCSONL (VOIR
      *    TARIFCAL.CPY)
       COPY TARIFCAL.

      *    VEHICULES DE LA POLICE COURANTE. SANS ENREGISTREMENT VEHASS,
      *    LA POLICE EST MONO-VEHICULE : UN SEUL POSTE REPRIS DE LA
      *    FICHE KSDASS (MEME REGLE QUE LISTASS).
       CHARGER-VEHICULES.
           MOVE ZEROES TO NB-VEHICULES
           MOVE ZMATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           SET NON-FIN-VEH TO TRUE
           START VEHASS KEY IS NOT LESS THAN VEH-CLE
           IF VEHASS-FS NOT = ZEROES
              SET FIN-VEH TO TRUE
           END-IF
           PERFORM UNTIL FIN-VEH
              READ VEHASS NEXT RECORD
              IF VEHASS-FS NOT = ZEROES
                 OR VEH-MATRICULE NOT = ZMATRICULE
                 OR NB-VEHICULES = 99
                 SET FIN-VEH TO TRUE
              ELSE
                 ADD 1 TO NB-VEHICULES
                 MOVE VEH-SEQ TO TVH-SEQ(NB-VEHICULES)
                 MOVE VEH-IMMAT TO TVH-IMMAT(NB-VEHICULES)
                 MOVE VEH-TYPE TO TVH-TYPE(NB-VEHICULES)
                 MOVE VEH-DATE-MEC TO TVH-DATE-MEC(NB-VEHICULES)
                 MOVE VEH-PRIME TO TVH-PRIME(NB-VEHICULES)
              END-IF
           END-PERFORM
           IF NB-VEHICULES = ZEROES
              MOVE 1 TO NB-VEHICULES
              MOVE 1 TO TVH-SEQ(1)
              MOVE SPACES TO TVH-IMMAT(1)
              MOVE ZTYPE-VEHICULE TO TVH-TYPE(1)
              MOVE ZEROES TO TVH-DATE-MEC(1)
              MOVE ZPRIME TO TVH-PRIME(1)
           END-IF
           .

      *    LECTURE DE LA DOMICILIATION SUIVANTE
       LECTURE-DOMICILIATION.
           READ ASSDOM NEXT RECORD
                AT END SET FIN-DOM TO TRUE
                NOT AT END ADD 1 TO CPT-DOM-LUES
           END-READ
           IF ASSDOM-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ ASSDOM, FS : ' ASSDOM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    REGLES 1 A 3 : LA POLICE DOMICILIEE DOIT EXISTER, LE COMPTE
      *    DOIT FIGURER DANS BACCPT ET APPARTENIR AU CLIENT DE LA
      *    DOMICILIATION. LES TROIS REGLES SONT CONTROLEES
      *    INDEPENDAMMENT L'UNE DE L'AUTRE.
       CONTROLER-DOMICILIATION.
           MOVE DOM-MATRICULE TO ZMATRICULE
           PERFORM LIRE-ASSURE
           MOVE SPACES TO LIGNE-DET
           MOVE DOM-MATRICULE TO DET-CLE
           IF ZCODE-RET = 1
              MOVE DOM-NUMCLID TO MD-NUMCLID
              MOVE DOM-NUMCPTD TO MD-NUMCPTD
              MOVE MOTIF-DOMICILIATION TO DET-MOTIF
              MOVE 1 TO REGLE-EXCEPTION
              PERFORM ENREGISTRER-EXCEPTION
           ELSE
              MOVE ZNOM-PRENOM TO DET-NOM
           END-IF
           SET COMPTE-INCONNU TO TRUE
           IF DOM-NUMCPTD > ZEROES
              SET IX-CPT TO DOM-NUMCPTD
              IF TCP-AU-MAITRE(IX-CPT)
                 SET COMPTE-CONNU TO TRUE
              END-IF
           END-IF
           IF COMPTE-INCONNU
              MOVE DOM-NUMCPTD TO MC-NUMCPTD
              MOVE DOM-NUMCLID TO MC-NUMCLID
              MOVE MOTIF-COMPTE-CLOS TO DET-MOTIF
              MOVE 2 TO REGLE-EXCEPTION
              PERFORM ENREGISTRER-EXCEPTION
           ELSE
              IF TCP-NUMCLID(IX-CPT) NOT = DOM-NUMCLID
                 MOVE DOM-NUMCPTD TO MA-NUMCPTD
                 MOVE TCP-NUMCLID(IX-CPT) TO MA-NUMCLID-BAC
                 MOVE DOM-NUMCLID TO MA-NUMCLID-DOM
                 MOVE MOTIF-AUTRE-CLIENT TO DET-MOTIF
                 MOVE 3 TO REGLE-EXCEPTION
                 PERFORM ENREGISTRER-EXCEPTION
              END-IF
           END-IF
           .

      *    LECTURE DU SINISTRE SUIVANT
       LECTURE-SINISTRE.
           READ SINASS
                AT END SET FIN-SIN TO TRUE
                NOT AT END ADD 1 TO CPT-SIN-LUS
           END-READ
           IF SINASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINASS, FS : ' SINASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    REGLE 4 : LE SINISTRE DOIT PORTER SUR UNE POLICE EXISTANTE
       CONTROLER-SINISTRE.
           MOVE SIN-MATRICULE TO ZMATRICULE
           PERFORM LIRE-ASSURE
           IF ZCODE-RET = 1
              MOVE SPACES TO LIGNE-DET
              MOVE SIN-MATRICULE TO DET-CLE
              MOVE SIN-DATE TO MS-DATE
              MOVE SIN-TYPE TO MS-TYPE
              MOVE MOTIF-SINISTRE TO DET-MOTIF
              MOVE 4 TO REGLE-EXCEPTION
              PERFORM ENREGISTRER-EXCEPTION
           END-IF
           .

      *    LECTURE D'UNE POLICE PAR ACCESS3 (CODE 'L') : ZCODE-RET 0
      *    TROUVEE, 1 INEXISTANTE ; TOUT AUTRE CODE ARRETE LE RUN
       LIRE-ASSURE.
           MOVE 'L' TO ZCODE-FONC
           CALL 'ACCESS3' USING ZASSURES
           IF ZCODE-RET NOT = ZEROES AND ZCODE-RET NOT = 1
              DISPLAY 'ERREUR LECTURE KSDASS MATRICULE ' ZMATRICULE
                      ' : ' ZLIBERR
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DU PLAFOND CLIENT SUIVANT
       LECTURE-PLAFOND.
           READ VIRLIM NEXT RECORD
                AT END SET FIN-LIM TO TRUE
                NOT AT END ADD 1 TO CPT-LIM-LUES
           END-READ
           IF VIRLIM-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VIRLIM, FS : ' VIRLIM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    REGLE 7 : UN CLIENT PLAFONNE DOIT AVOIR AU MOINS UN COMPTE
       CONTROLER-PLAFOND.
           SET IX-CLI TO VL-NUMCLID
           SET IX-CLI UP BY 1
           IF NOT TCL-AVEC-COMPTE(IX-CLI)
              MOVE SPACES TO LIGNE-DET
              MOVE VL-NUMCLID TO CC-NUMCLID
              MOVE CLE-CLIENT TO DET-CLE
              MOVE 'AUCUN COMPTE BACCPT POUR CE CLIENT' TO DET-MOTIF
              MOVE 7 TO REGLE-EXCEPTION
              PERFORM ENREGISTRER-EXCEPTION
           END-IF
           .

      *    ECRITURE DE LA LIGNE D'EXCEPTION LIGNE-DET DANS LE FICHIER
      *    DE TRAVAIL, SOUS LA REGLE REGLE-EXCEPTION
       ENREGISTRER-EXCEPTION.
           ADD 1 TO ORDRE-EXCEPTION
           ADD 1 TO CPT-EXCEPTIONS
           ADD 1 TO CPT-REGLE(REGLE-EXCEPTION)
           MOVE REGLE-EXCEPTION TO AUX-REGLE
           MOVE ORDRE-EXCEPTION TO AUX-ORDRE
           MOVE LIGNE-DET TO AUX-LIGNE
           WRITE AUDEXW-REC
           IF AUDEXW-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE AUDEXW, FS : ' AUDEXW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    ETAT DES EXCEPTIONS : ENTETE, PUIS UN BLOC PAR REGLE (LES
      *    REGLES SANS EXCEPTION SONT EDITEES AUSSI)
       EDITER-ETAT.
           WRITE AUDREL-LIGNE FROM LIGNE-SEPARATION
           MOVE DJ-JOUR TO TIT-JOUR
           MOVE DJ-MOIS TO TIT-MOIS
           MOVE DJ-ANNEE TO TIT-ANNEE
           WRITE AUDREL-LIGNE FROM LIGNE-TITRE
           WRITE AUDREL-LIGNE FROM LIGNE-SEPARATION
           PERFORM VARYING IX-RG FROM 1 BY 1 UNTIL IX-RG > 7
              PERFORM EDITER-REGLE
           END-PERFORM
           .

      *    BLOC D'UNE REGLE : LIBELLE, EXCEPTIONS DANS L'ORDRE DE
      *    DETECTION, NOMBRE D'EXCEPTIONS
       EDITER-REGLE.
           MOVE SPACES TO AUDREL-LIGNE
           WRITE AUDREL-LIGNE
           SET RGL-NUMERO TO IX-RG
           MOVE TRG-LIBELLE(IX-RG) TO RGL-LIBELLE
           WRITE AUDREL-LIGNE FROM LIGNE-REGLE
           SET AUX-REGLE TO IX-RG
           MOVE ZEROES TO AUX-ORDRE
           SET NON-FIN-AUX TO TRUE
           START AUDEXW KEY IS NOT LESS THAN AUX-CLE
              INVALID KEY
                 SET FIN-AUX TO TRUE
           END-START
           IF NON-FIN-AUX
              PERFORM LIRE-EXCEPTION-REGLE
           END-IF
           IF FIN-AUX
              WRITE AUDREL-LIGNE FROM LIGNE-AUCUNE
           ELSE
              WRITE AUDREL-LIGNE FROM LIGNE-TITRES-DET
           END-IF
           PERFORM UNTIL FIN-AUX
              WRITE AUDREL-LIGNE FROM AUX-LIGNE
              PERFORM LIRE-EXCEPTION-REGLE
           END-PERFORM
           MOVE SPACES TO LIGNE-CTL
           MOVE 'EXCEPTIONS DE LA REGLE ...................' TO
              LIG-LIBELLE
           MOVE CPT-REGLE(IX-RG) TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           .

      *    EXCEPTION SUIVANTE DU FICHIER DE TRAVAIL ; LE CHANGEMENT DE
      *    REGLE TERMINE LE BLOC
       LIRE-EXCEPTION-REGLE.
           READ AUDEXW NEXT RECORD
              AT END
                 SET FIN-AUX TO TRUE
           END-READ
           IF NON-FIN-AUX AND AUDEXW-FS NOT = ZEROES
              DISPLAY 'ERREUR READ AUDEXW, FS : ' AUDEXW-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-AUX AND AUX-REGLE NOT = IX-RG
              SET FIN-AUX TO TRUE
           END-IF
           .

      *    TOTAUX DE CONTROLE EN PIED D'ETAT : VOLUMES EXAMINES ET
      *    RECAPITULATIF DES EXCEPTIONS PAR REGLE
       EDITION-TOTAUX.
           MOVE SPACES TO AUDREL-LIGNE
           WRITE AUDREL-LIGNE
           WRITE AUDREL-LIGNE FROM LIGNE-SEPARATION
           MOVE SPACES TO LIGNE-CTL
           MOVE 'POLICES EXAMINEES (KSDASS) ..............' TO
              LIG-LIBELLE
           MOVE CPT-POLICES TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'VEHICULES RETARIFES .....................' TO
              LIG-LIBELLE
           MOVE CPT-VEHICULES TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'DOMICILIATIONS EXAMINEES (ASSDOM) .......' TO
              LIG-LIBELLE
           MOVE CPT-DOM-LUES TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'SINISTRES EXAMINES (SINASS) .............' TO
              LIG-LIBELLE
           MOVE CPT-SIN-LUS TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMPTES CHARGES (BACCPT) ................' TO
              LIG-LIBELLE
           MOVE CPT-COMPTES TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'PLAFONDS EXAMINES (VIRLIM) ..............' TO
              LIG-LIBELLE
           MOVE CPT-LIM-LUES TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO AUDREL-LIGNE
           WRITE AUDREL-LIGNE
           PERFORM VARYING IX-RG FROM 1 BY 1 UNTIL IX-RG > 7
              SET REC-NUMERO TO IX-RG
              MOVE TRG-LIBELLE(IX-RG) TO REC-LIBELLE
              MOVE CPT-REGLE(IX-RG) TO REC-VALEUR
              WRITE AUDREL-LIGNE FROM LIGNE-RECAP
           END-PERFORM
           MOVE SPACES TO LIGNE-CTL
           MOVE 'EXCEPTIONS (TOTAL) ......................' TO
              LIG-LIBELLE
           MOVE CPT-EXCEPTIONS TO LIG-VALEUR
           WRITE AUDREL-LIGNE FROM LIGNE-CTL
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DE L'ETAT AUDREL
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'AUDASS' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE CPT-EXCEPTIONS TO STA-CPT(1)
              MOVE CPT-REGLE(1) TO STA-CPT(2)
              MOVE CPT-REGLE(2) TO STA-CPT(3)
              MOVE CPT-REGLE(3) TO STA-CPT(4)
              MOVE CPT-REGLE(4) TO STA-CPT(5)
              MOVE CPT-REGLE(5) TO STA-CPT(6)
              MOVE CPT-REGLE(6) TO STA-CPT(7)
              MOVE CPT-REGLE(7) TO STA-CPT(8)
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
           CLOSE VEHASS
           CLOSE ASSDOM
           CLOSE SINASS
           CLOSE VIRLIM
           CLOSE AUDEXW
           CLOSE AUDREL
           IF RETURN-CODE = ZEROES AND CPT-EXCEPTIONS > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'POLICES EXAMINEES   : ' CPT-POLICES
           DISPLAY 'VEHICULES RETARIFES : ' CPT-VEHICULES
           DISPLAY 'DOMICILIATIONS LUES : ' CPT-DOM-LUES
           DISPLAY 'SINISTRES LUS       : ' CPT-SIN-LUS
           DISPLAY 'COMPTES CHARGES     : ' CPT-COMPTES
           DISPLAY 'PLAFONDS LUS        : ' CPT-LIM-LUES
           DISPLAY 'EXCEPTIONS          : ' CPT-EXCEPTIONS
           PERFORM ENREGISTRER-STATISTIQUES
            STOP RUN
           .
