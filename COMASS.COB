      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: CALCUL ET REGLEMENT DES COMMISSIONS DES APPORTEURS
      *          (AGENTS ET COURTIERS, FICHIER AGTASS TENU PAR AGTMAJ).
      *          SEULE LA PRIME REELLEMENT ENCAISSEE EST COMMISSIONNEE :
      *          LES MOUVEMENTS D'ENCAISSEMENT GENERES PAR COLASS
      *          (COLCLE) SONT RAPPROCHES DES REJETS DU JOUR, COMME
      *          DANS IMPASS (REJETS DE VIR2 DANS VIRREJ ET REJETS
      *          RESEAU RENDUS PAR VIRACQ DANS VIRNAK) ; UN
      *          ENCAISSEMENT REJETE N'EST PAS COMMISSIONNE, IL LE SERA
      *          QUAND IMPASS/COLASS L'AURONT REPRESENTE ET QU'IL SERA
      *          PASSE. LE REJET N'EST IMPUTE A L'ENCAISSEMENT QUE SI
      *          LE COMPTE DU BENEFICIAIRE ET LE MONTANT CONCORDENT
      *          AUSSI (L'IDENTITE CLIENT/COMPTE/DATECH/NUMDDE PEUT
      *          ETRE CELLE D'UN VIREMENT PERMANENT VIRPGN). UN
      *          ENCAISSEMENT RETENU PAR LE FILTRAGE SANCTIONS (VIRSNA
      *          EN ATTENTE, OU LIBERE CE JOUR ET PAS ENCORE REPASSE
      *          PAR VIR2) N'EST PAS ENCORE PERCU : IL N'EST PAS
      *          COMMISSIONNE, SA CLE EST REPORTEE DANS LA NOUVELLE
      *          GENERATION DES CLES EN ATTENTE (COMATN), COMME DANS
      *          IMPASS, ET REEXAMINEE AUX RUNS SUIVANTS JUSQU'A CE
      *          QU'UN REJET OU LE PASSAGE SANS REJET LA SOLDE. UNE CLE
      *          REPORTEE N'AYANT JAMAIS ETE COMMISSIONNEE, LE CONTROLE
      *          DE LA DATE DU DERNIER PRELEVEMENT NE LUI EST PAS
      *          APPLIQUE (ELLE EST EN GENERAL ANTERIEURE AUX
      *          ENCAISSEMENTS COMMISSIONNES ENTRE-TEMPS). POUR UN
      *          ENCAISSEMENT PASSE D'UNE POLICE AFFECTEE A UN
      *          APPORTEUR (AGTPOL), LA COMMISSION EST LE
      *          MONTANT PRELEVE MULTIPLIE PAR LE TAUX DE L'APPORTEUR
      *          POUR LE TYPE DE VEHICULE (MOYENNE DES TAUX DES
      *          VEHICULES DE LA POLICE PONDEREE PAR LEUR PRIME). LE
      *          TAUX RETENU EST CONSERVE DANS L'AFFECTATION.
      *          LE REMBOURSEMENT D'UNE POLICE RESILIEE ('A', AVIS
      *          RBTASS DU DERNIER PASSAGE DE PROJ3) DONNE LIEU AU
      *          RAPPEL DE LA COMMISSION CORRESPONDANTE, AU DERNIER TAUX
      *          APPLIQUE ; L'AFFECTATION DE LA POLICE EST ALORS
      *          SUPPRIMEE. UNE POLICE AFFECTEE A UN APPORTEUR ABSENT
      *          D'AGTASS ARRETE LE TRAITEMENT (CODE RETOUR 15) : LA
      *          COMMISSION N'EST PAS PERDUE, L'APPORTEUR EST A
      *          RECREER PAR AGTMAJ AVANT RELANCE.
      *          UN RELEVE EST EDITE PAR APPORTEUR (COMREL) : DETAIL
      *          DES COMMISSIONS ET DES RAPPELS, SOLDE ANTERIEUR, NET.
      *          UN NET CREDITEUR EST REGLE PAR UN MOUVEMENT AU FORMAT
      *          VIRMVT-ENR (COMMVT, CONCATENE AU VIRMVT DU PROCHAIN
      *          RUN VIR2 COMME COLMVT) : DEBITEUR = LE COMPTE DE
      *          REGLEMENT DE LA COMPAGNIE (CARTE COMPAR), BENEFICIAIRE
      *          = LE COMPTE DE L'APPORTEUR. UN NET DEBITEUR, OU UN
      *          APPORTEUR SANS COORDONNEES BANCAIRES, EST REPORTE SUR
      *          LE CALCUL SUIVANT (AGT-SOLDE-REPORTE).
      *          UN ENCAISSEMENT N'EST COMMISSIONNE QU'UNE FOIS : LA
      *          DATE DU DERNIER PRELEVEMENT COMMISSIONNE EST TENUE PAR
      *          APPORTEUR, ET UN RAPPEL SUPPRIME L'AFFECTATION. CES
      *          MISES A JOUR (FICHE AGTASS, SUPPRESSION AGTPOL) NE
      *          SONT APPLIQUEES QU'EN FIN DE TRAITEMENT, PAR UNE
      *          PASSE SUR LE FICHIER DE TRAVAIL COMDET, UNE FOIS
      *          COMMVT ET COMREL COMPLETS : UN ARRET AVANT CETTE PASSE
      *          SE RELANCE TEL QUEL ET NE REGLE RIEN DEUX FOIS. UN
      *          ARRET PENDANT LA PASSE DEMANDE LA RESTAURATION
      *          D'AGTASS ET D'AGTPOL AVANT RELANCE.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTE PARAMETRE : COMPTE DE REGLEMENT DES COMMISSIONS DE LA
      *    COMPAGNIE (CLIENT / COMPTE DEBITEUR DES VIREMENTS)
           SELECT COMPAR ASSIGN TO DDCOMPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COMPAR-FS.

      *    CLES DES MOUVEMENTS D'ENCAISSEMENT GENERES PAR COLASS
           SELECT COLCLE ASSIGN TO DDCOLCLE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COLCLE-FS.

      *    CLES D'ENCAISSEMENT RESTEES EN ATTENTE AU RUN PRECEDENT
      *    (MEME DECOUPAGE QUE COLCLE ; ABSENT SUR UN PREMIER
      *    LANCEMENT)
           SELECT OPTIONAL COMATT ASSIGN TO DDCOMATT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COMATT-FS.

      *    NOUVELLE GENERATION DES CLES EN ATTENTE (DEVIENT LE COMATT
      *    DU RUN SUIVANT)
           SELECT COMATN ASSIGN TO DDCOMATN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COMATN-FS.

      *    MOUVEMENTS RETENUS PAR LE FILTRAGE SANCTIONS (VOIR
      *    VIRSNA.CPY). FICHIER OPTIONNEL : CREE PAR VIR2 A LA
      *    PREMIERE MISE EN ATTENTE.
           SELECT OPTIONAL VIRSNA ASSIGN TO DDVIRSNA
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SNA-CLE
           FILE STATUS IS VIRSNA-FS.

      *    REJETS DU JOUR DE VIR2 (VOIR VIRREJ.CPY)
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
      *    MOUVEMENT, POUR LE RAPPROCHEMENT AVEC COLCLE
           SELECT COMREJ ASSIGN TO DDCOMREJ
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CMR-CLE
           FILE STATUS IS COMREJ-FS.

      *    AVIS DE REMBOURSEMENT DES RESILIATIONS (VOIR RBTASS.CPY)
           SELECT RBTASS ASSIGN TO DDRBTASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RBTASS-FS.

      *    AFFECTATION DES POLICES A LEUR APPORTEUR (VOIR AGTPOL.CPY).
      *    FICHIER OPTIONNEL : ABSENT TANT QU'AUCUNE POLICE N'A ETE
      *    AFFECTEE A UN APPORTEUR
           SELECT OPTIONAL AGTPOL ASSIGN TO DDAGTPOL
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AFF-MATRICULE
           FILE STATUS IS AGTPOL-FS.

      *    FICHIER DES APPORTEURS (VOIR AGTASS.CPY)
           SELECT AGTASS ASSIGN TO DDAGTASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AGT-CODE
           FILE STATUS IS AGTASS-FS.

      *    FICHIER DES ASSURES, LU DIRECTEMENT EN CONSULTATION POUR LE
      *    TYPE ET LA PRIME D'UNE POLICE MONO-VEHICULE (ACCESS3 N'EST
      *    PAS APPELE : IL OUVRE EN MISE A JOUR AGTPOL ET VEHASS, QUE
      *    COMASS TIENT DEJA OUVERTS)
           SELECT KSDASS ASSIGN TO DDKSDASS
           ORGANIZATION     IS INDEXED
           ACCESS           IS RANDOM
           RECORD KEY       IS KSDASS-KEY
           ALTERNATE RECORD KEY IS KSDASS-NOM WITH DUPLICATES
           FILE STATUS      IS KSDASS-FS.

      *    VEHICULES DES POLICES (VOIR VEHASS.CPY), POUR PONDERER LE
      *    TAUX D'UNE POLICE A PLUSIEURS VEHICULES. FICHIER
      *    OPTIONNEL : SANS LUI, CHAQUE POLICE EST MONO-VEHICULE.
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEH-CLE
           FILE STATUS IS VEHASS-FS.

      *    FICHIER DE TRAVAIL DES LIGNES DE COMMISSION ET DE RAPPEL DU
      *    RUN, INDEXE PAR APPORTEUR PUIS ORDRE D'ARRIVEE, POUR EDITER
      *    UN RELEVE PAR APPORTEUR
           SELECT COMDET ASSIGN TO DDCOMDET
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CDT-CLE
           FILE STATUS IS COMDET-FS.

      *    MOUVEMENTS DE REGLEMENT DES COMMISSIONS (FORMAT VIRMVT)
           SELECT COMMVT ASSIGN TO DDCOMMVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COMMVT-FS.

      *    RELEVES DE COMMISSIONS PAR APPORTEUR, PUIS LES TOTAUX
           SELECT COMREL ASSIGN TO DDCOMREL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS COMREL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPAR.
       01  COMPAR-ENR.
           05 CMP-NUMCLID     PIC 9(2).
           05 CMP-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(76).

       FD  COLCLE.
           COPY COLCLE.

       FD  COMATT.
       01  COMATT-RECORD PIC X(60).

       FD  COMATN.
       01  COMATN-RECORD PIC X(60).

       FD  VIRSNA.
           COPY VIRSNA.

       FD  VIRREJ.
       01  VIRREJ-RECORD PIC X(130).

       FD  VIRNAK.
       01  VIRNAK-RECORD PIC X(130).

      *    CLE D'UN ENCAISSEMENT REJETE DANS LA JOURNEE
       FD  COMREJ.
       01  COMREJ-REC.
           05 CMR-CLE.
              10 CMR-NUMCLID      PIC 9(2).
              10 CMR-NUMCPTD      PIC 9(2).
              10 CMR-DATECH       PIC 9(8).
              10 CMR-NUMDDE       PIC 9(2).
              10 CMR-NUMCPTC      PIC 9(2).
              10 CMR-MTTRAN       PIC S9(9)V9(9).
           05 CMR-ORIGINE         PIC X.

       FD  RBTASS.
           COPY RBTASS.

       FD  AGTPOL.
           COPY AGTPOL.

       FD  AGTASS.
           COPY AGTASS.

       FD  KSDASS.
       01  KSDASS-REC.
           05  KSDASS-KEY         PIC 9(6).
           05  KSDASS-NOM         PIC X(20).
           05  KSDASS-RECORD      PIC X(54).

       FD  VEHASS.
           COPY VEHASS.

      *    LIGNE DE COMMISSION ('C') OU DE RAPPEL ('R') : MATRICULE,
      *    DATE (ECHEANCE PRELEVEE OU DATE DE RESILIATION), BASE
      *    (MONTANT PRELEVE OU REMBOURSE), TAUX ET MONTANT
       FD  COMDET.
       01  COMDET-REC.
           05 CDT-CLE.
              10 CDT-CODE-AGENT   PIC X(5).
              10 CDT-SEQ          PIC 9(7).
           05 CDT-MATRICULE       PIC 9(6).
           05 CDT-NATURE          PIC X.
              88 CDT-COMMISSION       VALUE 'C'.
              88 CDT-RAPPEL           VALUE 'R'.
              88 CDT-SYNTHESE         VALUE 'S'.
           05 CDT-DATE            PIC 9(8).
           05 CDT-BASE            PIC 9(7)V99.
           05 CDT-TAUX            PIC 99V99.
           05 CDT-MONTANT         PIC 9(7)V99.
      *    NOUVEAU SOLDE REPORTE (LIGNE DE SYNTHESE 'S' SEULEMENT)
           05 CDT-SOLDE           PIC S9(9)V99.

       FD  COMMVT.
       01  COMMVT-RECORD PIC X(80).

       FD  COMREL.
       01  COMREL-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.

       01  COMPAR-FS   PIC 99 VALUE ZEROES.
       01  COLCLE-FS   PIC 99 VALUE ZEROES.
       01  COMATT-FS   PIC 99 VALUE ZEROES.
       01  COMATN-FS   PIC 99 VALUE ZEROES.
       01  VIRSNA-FS   PIC 99 VALUE ZEROES.
       01  VIRREJ-FS   PIC 99 VALUE ZEROES.
       01  VIRNAK-FS   PIC 99 VALUE ZEROES.
       01  COMREJ-FS   PIC 99 VALUE ZEROES.
       01  RBTASS-FS   PIC 99 VALUE ZEROES.
       01  AGTPOL-FS   PIC 99 VALUE ZEROES.
       01  AGTASS-FS   PIC 99 VALUE ZEROES.
       01  KSDASS-FS   PIC 99 VALUE ZEROES.
       01  VEHASS-FS   PIC 99 VALUE ZEROES.
       01  COMDET-FS   PIC 99 VALUE ZEROES.
       01  COMMVT-FS   PIC 99 VALUE ZEROES.
       01  COMREL-FS   PIC 99 VALUE ZEROES.

      *    DATE DE TRAITEMENT (DATE DES RELEVES ET DES REGLEMENTS)
       01  DATE-TRAITEMENT    PIC 9(8).

      *    COMPTE DE REGLEMENT RETENU (CARTE COMPAR)
       01  REG-NUMCLID        PIC 9(2).
       01  REG-NUMCPTD        PIC 9(2).

      *    MOUVEMENT DE REGLEMENT EN COURS DE CONSTRUCTION (SERT
      *    AUSSI A LIRE LE MOUVEMENT RETENU PAR LA CONFORMITE)
       COPY VIRENR.

      *    NUMERO DE DEMANDE DES MOUVEMENTS GENERES (1 A 99)
       01  NUMDDE-COURANT     PIC 9(2) VALUE ZEROES.

      *    REJET LU (VIRREJ OU VIRNAK), EN COURS DE CHARGEMENT
       COPY VIRREJ.

      *    ORIGINE DU FICHIER DE REJETS EN COURS DE CHARGEMENT
       01  ORIGINE-REJET      PIC X.

       01  PIC X VALUE SPACES.
           88 FIN-VIRREJ VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-VIRNAK VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-COLCLE VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-COMATT VALUE 'O'.
       01  PIC X VALUE SPACES.
           88 FIN-RBTASS VALUE 'O'.
       01  IND-FIN-COMDET PIC X VALUE SPACES.
           88 FIN-COMDET VALUE 'O'.

      *    FIN DU PARCOURS DES VEHICULES D'UNE POLICE
       01  IND-FIN-VEH         PIC X VALUE 'N'.
           88 FIN-VEH              VALUE 'O'.
           88 NON-FIN-VEH          VALUE 'N'.

      *    LE FICHIER DES MISES EN ATTENTE EXISTE-T-IL
       01  IND-VIRSNA          PIC X VALUE 'N'.
           88 VIRSNA-PRESENT       VALUE 'O'.
           88 VIRSNA-ABSENT        VALUE 'N'.

      *    L'ENCAISSEMENT COURANT EST-IL RETENU PAR LA CONFORMITE
       01  IND-RETENU          PIC X VALUE 'N'.
           88 ENCAISSEMENT-RETENU  VALUE 'O'.
           88 ENCAISSEMENT-LIBRE   VALUE 'N'.

      *    ORIGINE DE LA CLE COURANTE : COLCLE DU JOUR OU CLE REPORTEE
       01  IND-ORIGINE-CLE     PIC X VALUE 'J'.
           88 CLE-DU-JOUR          VALUE 'J'.
           88 CLE-REPORTEE         VALUE 'R'.

      *    LA POLICE TRAITEE EST-ELLE AFFECTEE A UN APPORTEUR
       01  IND-AFFECTATION     PIC X VALUE 'N'.
           88 AFFECTATION-TROUVEE  VALUE 'O'.
           88 AFFECTATION-ABSENTE  VALUE 'N'.

      *    PONDERATION DU TAUX PAR LA PRIME DES VEHICULES DE LA POLICE
       01  TYPE-COURANT        PIC X.
       01  FILLER REDEFINES TYPE-COURANT.
           05 IDX-TYPE         PIC 9.
       01  PRIME-COURANTE      PIC 9(4)V99.
       01  SOMME-PRIMES        PIC 9(7)V99.
       01  SOMME-PONDEREE      PIC 9(9)V9(4).
       01  NB-VEHICULES        PIC 9(2).
       01  TAUX-RETENU         PIC 99V99.
       01  MONTANT-LIGNE       PIC 9(7)V99.

      *    ORDRE D'ARRIVEE DES LIGNES DANS LE FICHIER DE TRAVAIL
       01  SEQ-DETAIL          PIC 9(7) VALUE ZEROES.

      *    CUMULS DE L'APPORTEUR EN COURS D'EDITION
       01  AGENT-COURANT       PIC X(5).
       01  TOT-COMMISSIONS-AGT PIC 9(9)V99.
       01  TOT-RAPPELS-AGT     PIC 9(9)V99.
       01  SOLDE-ANTERIEUR     PIC S9(9)V99.
       01  NET-AGENT           PIC S9(9)V99.
       01  DERNIERE-ECHEANCE   PIC 9(8).
       01  NOUVEAU-SOLDE       PIC S9(9)V99.

      *    LIGNE LUE MISE DE COTE PENDANT L'ECRITURE DE LA SYNTHESE
       01  COMDET-SAUVE        PIC X(60).

      *    DATE AAAAMMJJ DECOUPEE POUR L'EDITION JJ/MM/AAAA
       01  DATE-AAAAMMJJ       PIC 9(8).
       01  FILLER REDEFINES DATE-AAAAMMJJ.
           05 DAT-AAAA         PIC 9(4).
           05 DAT-MM           PIC 9(2).
           05 DAT-JJ           PIC 9(2).
       01  DATE-EDITEE.
           05 DED-JJ           PIC 9(2).
           05 FILLER           PIC X VALUE '/'.
           05 DED-MM           PIC 9(2).
           05 FILLER           PIC X VALUE '/'.
           05 DED-AAAA         PIC 9(4).

      *    LIGNES DU RELEVE D'UN APPORTEUR
       01  LIGNE-REL           PIC X(80).

       01  LIGNE-REL-TITRE.
           05 FILLER           PIC X(25)
              VALUE 'RELEVE DE COMMISSIONS DU '.
           05 RLT-DATE         PIC X(10).
           05 FILLER           PIC X(45) VALUE SPACES.

       01  LIGNE-REL-APPORTEUR.
           05 FILLER           PIC X(12) VALUE 'APPORTEUR : '.
           05 RLA-CODE         PIC X(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RLA-NOM          PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RLA-CATEGORIE    PIC X(8).
           05 FILLER           PIC X(33) VALUE SPACES.

       01  LIGNE-REL-ENTETE.
           05 FILLER           PIC X(41)
              VALUE 'MATRIC  NATURE      DATE             BASE'.
           05 FILLER           PIC X(39)
              VALUE '   TAUX     MONTANT'.

       01  LIGNE-REL-DET.
           05 RLD-MATRICULE    PIC 9(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLD-NATURE       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLD-DATE         PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RLD-BASE         PIC ZZZZZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RLD-TAUX         PIC Z9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 RLD-MONTANT      PIC -ZZZZZZ9.99.
           05 FILLER           PIC X(20) VALUE SPACES.

       01  LIGNE-REL-MONTANT.
           05 RLM-LIBELLE      PIC X(40).
           05 RLM-VALEUR       PIC -ZZZZZZZZ9.99.
           05 FILLER           PIC X(27) VALUE SPACES.

      *    LIGNE DE TOTAL DE L'ETAT DE CONTROLE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(33).

       01  LIGNE-CTL-MONTANT.
           05 LIM-LIBELLE     PIC X(40).
           05 LIM-VALEUR      PIC ZZZZZZZZZZ9.99.
           05 FILLER          PIC X(26).

      *    ENREGISTREMENT COURANT DE KSDASS (MEME DECOUPAGE QUE DANS
      *    ACCESS3)
       01  ASSURES.
           05 MATRICULE           PIC 9(6).
           05 NOM-PRENOM          PIC X(20).
           05 RUE-ADRESSE         PIC X(18).
           05 CODE-POSTAL         PIC 9(5).
           05 VILLE               PIC X(12).
           05 TYPE-VEHICULE       PIC X.
           05 PRIME-BASE          PIC 9(4)V99.
           05 BONUS-MALUS         PIC X.
           05 TAUX                PIC 99.
           05 CODE-MVT            PIC X.
           05 ETAT-POLICE         PIC X.
           05                     PIC X(7).

       01  COMPTEURS.
           05 CPT-REJ-CHARGES   PIC 9(7) VALUE ZEROES.
           05 CPT-CLE-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-ENC-REJETES   PIC 9(7) VALUE ZEROES.
           05 CPT-ATT-LUES      PIC 9(7) VALUE ZEROES.
           05 CPT-RETENUS       PIC 9(7) VALUE ZEROES.
           05 CPT-AFF-DIRECTES  PIC 9(7) VALUE ZEROES.
           05 CPT-DEJA-COMMIS   PIC 9(7) VALUE ZEROES.
           05 CPT-COMMISSIONS   PIC 9(7) VALUE ZEROES.
           05 CPT-RBT-LUS       PIC 9(7) VALUE ZEROES.
           05 CPT-RAPPELS       PIC 9(7) VALUE ZEROES.
           05 CPT-RELEVES       PIC 9(7) VALUE ZEROES.
           05 CPT-REGLEMENTS    PIC 9(7) VALUE ZEROES.
           05 CPT-REPORTS       PIC 9(7) VALUE ZEROES.
           05 CPT-AFF-SUPPRIMEES PIC 9(7) VALUE ZEROES.
           05 CPT-AGT-MAJ       PIC 9(7) VALUE ZEROES.
       01  TOTAL-COMMISSIONS    PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-RAPPELS        PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-REGLE          PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE
           PERFORM CHARGER-REJETS

           PERFORM READ-COLCLE
           PERFORM UNTIL FIN-COLCLE
              ADD 1 TO CPT-CLE-LUES
              PERFORM TRAITER-ENCAISSEMENT
              PERFORM READ-COLCLE
           END-PERFORM

           SET CLE-REPORTEE TO TRUE
           IF COMATT-FS = ZEROES
              PERFORM READ-COMATT
              PERFORM UNTIL FIN-COMATT
                 ADD 1 TO CPT-ATT-LUES
                 PERFORM TRAITER-ENCAISSEMENT
                 PERFORM READ-COMATT
              END-PERFORM
           END-IF

           PERFORM READ-RBTASS
           PERFORM UNTIL FIN-RBTASS
              ADD 1 TO CPT-RBT-LUS
              PERFORM TRAITER-REMBOURSEMENT
              PERFORM READ-RBTASS
           END-PERFORM

           PERFORM EDITER-RELEVES
           PERFORM APPLIQUER-MISES-A-JOUR

           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN INPUT COMPAR
           IF COMPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMPAR, FS : ' COMPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT COLCLE
           IF COLCLE-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT COMATT
           IF COMATT-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN COMATT, FS : ' COMATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT COMATN
           IF COMATN-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMATN, FS : ' COMATN-FS
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
      *    LES FICHIERS DE TRAVAIL DES REJETS ET DES LIGNES SONT
      *    RECREES VIDES (OPEN OUTPUT PUIS REOUVERTURE EN I-O), COMME
      *    LES FICHIERS DE TRAVAIL DE LA CHAINE VIR
           OPEN OUTPUT COMREJ
           IF COMREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMREJ, FS : ' COMREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE COMREJ
           OPEN I-O COMREJ
           IF COMREJ-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMREJ, FS : ' COMREJ-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT COMDET
           IF COMDET-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMDET, FS : ' COMDET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           CLOSE COMDET
           OPEN I-O COMDET
           IF COMDET-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMDET, FS : ' COMDET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT RBTASS
           IF RBTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN RBTASS, FS : ' RBTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O AGTPOL
           IF AGTPOL-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN AGTPOL, FS : ' AGTPOL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O AGTASS
           IF AGTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN AGTASS, FS : ' AGTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT KSDASS
           IF KSDASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN KSDASS, FS : ' KSDASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN INPUT VEHASS
           IF VEHASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT COMMVT
           IF COMMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMMVT, FS : ' COMMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT COMREL
           IF COMREL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN COMREL, FS : ' COMREL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DU COMPTE DE REGLEMENT. SANS CARTE
      *    VALIDE, PAS DE CALCUL : ON NE DEVINE PAS QUEL COMPTE DEBITER.
       LIRE-PARAMETRE.
           READ COMPAR
           IF COMPAR-FS NOT = ZEROES
              OR CMP-NUMCLID NOT NUMERIC
              OR CMP-NUMCPTD NOT NUMERIC
              DISPLAY 'CARTE COMPAR ABSENTE OU INVALIDE, '
                      'REGLEMENT IMPOSSIBLE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE CMP-NUMCLID TO REG-NUMCLID
           MOVE CMP-NUMCPTD TO REG-NUMCPTD
           DISPLAY 'REGLEMENT DEPUIS LE CLIENT ' REG-NUMCLID
                   ' COMPTE ' REG-NUMCPTD
           .

      *    CHARGEMENT DES REJETS DU JOUR (VIR2 PUIS VIRACQ) DANS LE
      *    FICHIER DE TRAVAIL
       CHARGER-REJETS.
           MOVE 'V' TO ORIGINE-REJET
           PERFORM READ-VIRREJ
           PERFORM UNTIL FIN-VIRREJ
              PERFORM ENREGISTRER-REJET
              PERFORM READ-VIRREJ
           END-PERFORM
           MOVE 'A' TO ORIGINE-REJET
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
           MOVE VREJ-NUMCLID TO CMR-NUMCLID
           MOVE VREJ-NUMCPTD TO CMR-NUMCPTD
           MOVE VREJ-DATECH TO CMR-DATECH
           MOVE VREJ-NUMDDE TO CMR-NUMDDE
           MOVE VREJ-NUMCPTC TO CMR-NUMCPTC
           MOVE VREJ-MTTRAN TO CMR-MTTRAN
           MOVE ORIGINE-REJET TO CMR-ORIGINE
           WRITE COMREJ-REC
           EVALUATE COMREJ-FS
              WHEN '00'
                 ADD 1 TO CPT-REJ-CHARGES
              WHEN '22'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR WRITE COMREJ, FS : ' COMREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

       READ-COLCLE.
           READ COLCLE
              AT END
                 SET FIN-COLCLE TO TRUE
           END-READ
           IF COLCLE-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ COLCLE, FS : ' COLCLE-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE D'UNE CLE RESTEE EN ATTENTE, DANS LA ZONE COLCLE
       READ-COMATT.
           READ COMATT INTO COLCLE-REC
              AT END
                 SET FIN-COMATT TO TRUE
           END-READ
           IF COMATT-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ COMATT, FS : ' COMATT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       READ-RBTASS.
           READ RBTASS
              AT END
                 SET FIN-RBTASS TO TRUE
           END-READ
           IF RBTASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ RBTASS, FS : ' RBTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    UN ENCAISSEMENT DONT LA CLE (AVEC LE COMPTE DU BENEFICIAIRE
      *    ET LE MONTANT) FIGURE PARMI LES REJETS DU JOUR N'A PAS ETE
      *    PERCU : IL N'EST PAS COMMISSIONNE. UN ENCAISSEMENT RETENU
      *    PAR LA CONFORMITE RESTE EN ATTENTE ; LES AUTRES SONT PASSES
       TRAITER-ENCAISSEMENT.
           MOVE CCL-NUMCLID TO CMR-NUMCLID
           MOVE CCL-NUMCPTD TO CMR-NUMCPTD
           MOVE CCL-DATECH TO CMR-DATECH
           MOVE CCL-NUMDDE TO CMR-NUMDDE
           MOVE CCL-NUMCPTC TO CMR-NUMCPTC
           MOVE CCL-MONTANT TO CMR-MTTRAN
           READ COMREJ
           EVALUATE COMREJ-FS
              WHEN '00'
                 ADD 1 TO CPT-ENC-REJETES
              WHEN '23'
                 PERFORM CONTROLER-RETENUE
                 IF ENCAISSEMENT-RETENU
                    PERFORM REPORTER-ATTENTE
                 ELSE
                    PERFORM COMMISSIONNER-ENCAISSEMENT
                 END-IF
              WHEN OTHER
                 DISPLAY 'ERREUR READ COMREJ, FS : ' COMREJ-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ENCAISSEMENT RETENU PAR LE FILTRAGE SANCTIONS : EN ATTENTE
      *    DE DECISION, OU LIBERE CE JOUR (IL REPASSE PAR VIR2 AU
      *    PROCHAIN RUN). LE MOUVEMENT RETENU DOIT ETRE CELUI DE
      *    L'ENCAISSEMENT (MEME BENEFICIAIRE, MEME MONTANT).
       CONTROLER-RETENUE.
           SET ENCAISSEMENT-LIBRE TO TRUE
           IF VIRSNA-PRESENT
              MOVE CCL-CLE TO SNA-CLE
              READ VIRSNA
              EVALUATE VIRSNA-FS
                 WHEN '00'
                    MOVE SNA-MOUVEMENT TO VIRMVT-ENR
                    IF NUMCPTC = CCL-NUMCPTC
                       AND MTTRAN = CCL-MONTANT
                       AND (SNA-EN-ATTENTE
                            OR (SNA-LIBERE
                                AND SNA-DATE-DECISION =
                                    DATE-TRAITEMENT))
                       SET ENCAISSEMENT-RETENU TO TRUE
                    END-IF
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ERREUR READ VIRSNA, FS : ' VIRSNA-FS
                    PERFORM FIN-ERREUR-GRAVE
              END-EVALUATE
           END-IF
           .

      *    ENCAISSEMENT EN ATTENTE : NI COMMISSION NI AVANCEE DE LA
      *    DATE DU DERNIER PRELEVEMENT, LA CLE EST REPORTEE AU RUN
      *    SUIVANT
       REPORTER-ATTENTE.
           WRITE COMATN-RECORD FROM COLCLE-REC
           IF COMATN-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COMATN, FS : ' COMATN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-RETENUS
           .

      *    ENCAISSEMENT PASSE : COMMISSION DE L'APPORTEUR DE LA POLICE,
      *    SAUF AFFAIRE DIRECTE OU ECHEANCE DEJA COMMISSIONNEE (RELANCE
      *    DU TRAITEMENT ; SANS OBJET POUR UNE CLE REPORTEE)
       COMMISSIONNER-ENCAISSEMENT.
           MOVE CCL-MATRICULE TO AFF-MATRICULE
           PERFORM LIRE-AFFECTATION
           IF AFFECTATION-ABSENTE
              ADD 1 TO CPT-AFF-DIRECTES
           ELSE
              PERFORM LIRE-APPORTEUR
              IF CLE-DU-JOUR
                 AND CCL-DATECH NOT > AGT-DATE-DERN-ENC
                 ADD 1 TO CPT-DEJA-COMMIS
              ELSE
                 PERFORM DETERMINER-TAUX
                 COMPUTE MONTANT-LIGNE ROUNDED =
                         CCL-MONTANT * TAUX-RETENU / 100
                 MOVE TAUX-RETENU TO AFF-TAUX-APPLIQUE
                 REWRITE AGTPOL-REC
                 IF AGTPOL-FS NOT = ZEROES
                    DISPLAY 'ERREUR REWRITE AGTPOL, FS : ' AGTPOL-FS
                    PERFORM FIN-ERREUR-GRAVE
                 END-IF
                 MOVE 'C' TO CDT-NATURE
                 MOVE CCL-MATRICULE TO CDT-MATRICULE
                 MOVE CCL-DATECH TO CDT-DATE
                 MOVE CCL-MONTANT TO CDT-BASE
                 PERFORM ECRIRE-DETAIL
                 ADD 1 TO CPT-COMMISSIONS
                 ADD MONTANT-LIGNE TO TOTAL-COMMISSIONS
              END-IF
           END-IF
           .

      *    TAUX DE LA POLICE : TAUX DE L'APPORTEUR POUR LE TYPE DE
      *    CHAQUE VEHICULE, PONDERE PAR LA PRIME DU VEHICULE. UNE
      *    POLICE DISPARUE DE KSDASS (RESILIEE DEPUIS LE PRELEVEMENT)
      *    GARDE LE DERNIER TAUX APPLIQUE ; TOUTE AUTRE ERREUR DE
      *    LECTURE ARRETE LE TRAITEMENT (PAS DE COMMISSION A UN TAUX
      *    NUL OU PERIME).
       DETERMINER-TAUX.
           MOVE AFF-TAUX-APPLIQUE TO TAUX-RETENU
           MOVE CCL-MATRICULE TO KSDASS-KEY
           READ KSDASS INTO ASSURES
           EVALUATE KSDASS-FS
              WHEN '00'
                 PERFORM PONDERER-TAUX
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ KSDASS, FS : ' KSDASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    PARCOURS DES VEHICULES DE LA POLICE. SANS ENREGISTREMENT
      *    VEHASS, LA POLICE EST MONO-VEHICULE : TYPE ET PRIME DE LA
      *    FICHE KSDASS.
       PONDERER-TAUX.
           MOVE ZEROES TO SOMME-PRIMES SOMME-PONDEREE NB-VEHICULES
           MOVE MATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           SET NON-FIN-VEH TO TRUE
           START VEHASS KEY IS NOT LESS THAN VEH-CLE
           IF VEHASS-FS NOT = ZEROES
              SET FIN-VEH TO TRUE
           END-IF
           PERFORM UNTIL FIN-VEH
              READ VEHASS NEXT RECORD
              IF VEHASS-FS NOT = ZEROES
                 OR VEH-MATRICULE NOT = MATRICULE
                 SET FIN-VEH TO TRUE
              ELSE
                 ADD 1 TO NB-VEHICULES
                 MOVE VEH-TYPE TO TYPE-COURANT
                 MOVE VEH-PRIME TO PRIME-COURANTE
                 PERFORM CUMULER-VEHICULE
              END-IF
           END-PERFORM
           IF NB-VEHICULES = ZEROES
              MOVE TYPE-VEHICULE TO TYPE-COURANT
              MOVE PRIME-BASE TO PRIME-COURANTE
              PERFORM CUMULER-VEHICULE
           END-IF
           IF SOMME-PRIMES > ZEROES
              COMPUTE TAUX-RETENU ROUNDED =
                      SOMME-PONDEREE / SOMME-PRIMES
           ELSE
              MOVE ZEROES TO TAUX-RETENU
           END-IF
           .

      *    UN VEHICULE HORS BAREME (TYPE AUTRE QUE 1, 2 OU 3) COMPTE
      *    DANS LA PRIME MAIS NE PORTE PAS DE COMMISSION
       CUMULER-VEHICULE.
           ADD PRIME-COURANTE TO SOMME-PRIMES
           IF TYPE-COURANT = '1' OR '2' OR '3'
              COMPUTE SOMME-PONDEREE = SOMME-PONDEREE
                      + PRIME-COURANTE * AGT-TAUX-TYPE(IDX-TYPE)
           END-IF
           .

      *    REMBOURSEMENT D'UNE RESILIATION : RAPPEL DE LA COMMISSION
      *    AU DERNIER TAUX APPLIQUE. L'AFFECTATION EST SUPPRIMEE PAR
      *    APPLIQUER-MISES-A-JOUR, EN FIN DE TRAITEMENT. UN AVIS
      *    ANTERIEUR A L'AFFECTATION (MATRICULE REATTRIBUE) N'EST PAS
      *    IMPUTE A L'APPORTEUR.
       TRAITER-REMBOURSEMENT.
           MOVE RBT-MATRICULE TO AFF-MATRICULE
           PERFORM LIRE-AFFECTATION
           IF AFFECTATION-TROUVEE
              AND RBT-DATE NOT < AFF-DATE-AFFECTATION
              PERFORM LIRE-APPORTEUR
              COMPUTE MONTANT-LIGNE ROUNDED =
                      RBT-MONTANT * AFF-TAUX-APPLIQUE / 100
              MOVE AFF-TAUX-APPLIQUE TO TAUX-RETENU
              MOVE 'R' TO CDT-NATURE
              MOVE RBT-MATRICULE TO CDT-MATRICULE
              MOVE RBT-DATE TO CDT-DATE
              MOVE RBT-MONTANT TO CDT-BASE
              PERFORM ECRIRE-DETAIL
              ADD 1 TO CPT-RAPPELS
              ADD MONTANT-LIGNE TO TOTAL-RAPPELS
           END-IF
           .

      *    LECTURE DE L'AFFECTATION DE LA POLICE AFF-MATRICULE
       LIRE-AFFECTATION.
           READ AGTPOL
           EVALUATE AGTPOL-FS
              WHEN '00'
                 SET AFFECTATION-TROUVEE TO TRUE
              WHEN '23'
                 SET AFFECTATION-ABSENTE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTPOL, FS : ' AGTPOL-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    LECTURE DE L'APPORTEUR DE L'AFFECTATION COURANTE. UN
      *    APPORTEUR ABSENT D'AGTASS ARRETE LE TRAITEMENT : SA
      *    COMMISSION NE DOIT NI SE PERDRE NI ETRE REGLEE SANS FICHE,
      *    ET RIEN N'EST ENCORE APPLIQUE A CE STADE.
       LIRE-APPORTEUR.
           MOVE AFF-CODE-AGENT TO AGT-CODE
           READ AGTASS
           EVALUATE AGTASS-FS
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 DISPLAY 'APPORTEUR ' AFF-CODE-AGENT
                         ' ABSENT DE AGTASS (POLICE ' AFF-MATRICULE
                         '), A RECREER PAR AGTMAJ AVANT RELANCE'
                 PERFORM FIN-ERREUR-GRAVE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTASS, FS : ' AGTASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    ECRITURE D'UNE LIGNE DANS LE FICHIER DE TRAVAIL (NATURE,
      *    MATRICULE, DATE ET BASE DEJA EN PLACE)
       ECRIRE-DETAIL.
           ADD 1 TO SEQ-DETAIL
           MOVE AFF-CODE-AGENT TO CDT-CODE-AGENT
           MOVE SEQ-DETAIL TO CDT-SEQ
           MOVE TAUX-RETENU TO CDT-TAUX
           MOVE MONTANT-LIGNE TO CDT-MONTANT
           WRITE COMDET-REC
           IF COMDET-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COMDET, FS : ' COMDET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    EDITION DES RELEVES : UNE RUPTURE PAR APPORTEUR SUR LE
      *    FICHIER DE TRAVAIL. UN APPORTEUR SANS LIGNE DANS LE RUN
      *    N'A PAS DE RELEVE.
       EDITER-RELEVES.
           MOVE LOW-VALUES TO CDT-CLE
           START COMDET KEY IS NOT LESS THAN CDT-CLE
           IF COMDET-FS = ZEROES
              PERFORM READ-COMDET
           ELSE
              SET FIN-COMDET TO TRUE
           END-IF
           PERFORM UNTIL FIN-COMDET
              PERFORM DEBUT-RELEVE
              PERFORM UNTIL FIN-COMDET
                 OR CDT-CODE-AGENT NOT = AGENT-COURANT
                 PERFORM EDITER-LIGNE-RELEVE
                 PERFORM READ-COMDET
              END-PERFORM
              PERFORM FIN-RELEVE
           END-PERFORM
           .

       READ-COMDET.
           READ COMDET NEXT RECORD
              AT END
                 SET FIN-COMDET TO TRUE
           END-READ
           IF COMDET-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ COMDET, FS : ' COMDET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    ENTETE DU RELEVE DE L'APPORTEUR ET REMISE A ZERO DE SES
      *    CUMULS
       DEBUT-RELEVE.
           ADD 1 TO CPT-RELEVES
           MOVE CDT-CODE-AGENT TO AGENT-COURANT AFF-CODE-AGENT
           MOVE ZEROES TO TOT-COMMISSIONS-AGT TOT-RAPPELS-AGT
                          DERNIERE-ECHEANCE
           PERFORM LIRE-APPORTEUR
           MOVE ALL '-' TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           MOVE DATE-TRAITEMENT TO DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO RLT-DATE
           MOVE LIGNE-REL-TITRE TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           MOVE AGENT-COURANT TO RLA-CODE
           MOVE AGT-NOM TO RLA-NOM
           IF AGT-COURTIER
              MOVE 'COURTIER' TO RLA-CATEGORIE
           ELSE
              MOVE 'AGENT' TO RLA-CATEGORIE
           END-IF
           MOVE AGT-SOLDE-REPORTE TO SOLDE-ANTERIEUR
           MOVE LIGNE-REL-APPORTEUR TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           MOVE SPACES TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           MOVE LIGNE-REL-ENTETE TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           .

      *    LIGNE DE DETAIL : UN RAPPEL EST EDITE EN NEGATIF
       EDITER-LIGNE-RELEVE.
           MOVE CDT-MATRICULE TO RLD-MATRICULE
           MOVE CDT-DATE TO DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE DATE-EDITEE TO RLD-DATE
           MOVE CDT-BASE TO RLD-BASE
           MOVE CDT-TAUX TO RLD-TAUX
           IF CDT-COMMISSION
              MOVE 'COMMISSION' TO RLD-NATURE
              MOVE CDT-MONTANT TO RLD-MONTANT
              ADD CDT-MONTANT TO TOT-COMMISSIONS-AGT
              IF CDT-DATE > DERNIERE-ECHEANCE
                 MOVE CDT-DATE TO DERNIERE-ECHEANCE
              END-IF
           ELSE
              MOVE 'RAPPEL' TO RLD-NATURE
              COMPUTE RLD-MONTANT = ZEROES - CDT-MONTANT
              ADD CDT-MONTANT TO TOT-RAPPELS-AGT
           END-IF
           MOVE LIGNE-REL-DET TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           .

      *    PIED DU RELEVE : SOLDE ANTERIEUR, COMMISSIONS, RAPPELS, NET
      *    ET SORT DU NET. LA MISE A JOUR DE LA FICHE DE L'APPORTEUR
      *    (SOLDE REPORTE, DERNIERE ECHEANCE COMMISSIONNEE) EST
      *    CONSIGNEE DANS UNE LIGNE DE SYNTHESE DU FICHIER DE TRAVAIL.
       FIN-RELEVE.
           COMPUTE NET-AGENT = SOLDE-ANTERIEUR + TOT-COMMISSIONS-AGT
                               - TOT-RAPPELS-AGT
           MOVE SPACES TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           MOVE 'SOLDE ANTERIEUR REPORTE ...........' TO RLM-LIBELLE
           MOVE SOLDE-ANTERIEUR TO RLM-VALEUR
           PERFORM ECRIRE-MONTANT-RELEVE
           MOVE 'COMMISSIONS SUR PRIMES ENCAISSEES .' TO RLM-LIBELLE
           MOVE TOT-COMMISSIONS-AGT TO RLM-VALEUR
           PERFORM ECRIRE-MONTANT-RELEVE
           MOVE 'RAPPELS SUR RESILIATIONS ..........' TO RLM-LIBELLE
           COMPUTE RLM-VALEUR = ZEROES - TOT-RAPPELS-AGT
           PERFORM ECRIRE-MONTANT-RELEVE
           MOVE 'NET .............................' TO RLM-LIBELLE
           MOVE NET-AGENT TO RLM-VALEUR
           PERFORM ECRIRE-MONTANT-RELEVE
           EVALUATE TRUE
              WHEN NET-AGENT > ZEROES AND AGT-BICCRD NOT = SPACES
                 PERFORM GENERER-REGLEMENT
                 MOVE ZEROES TO NOUVEAU-SOLDE
                 MOVE 'NET REGLE PAR VIREMENT' TO LIGNE-REL
              WHEN NET-AGENT > ZEROES
                 ADD 1 TO CPT-REPORTS
                 MOVE NET-AGENT TO NOUVEAU-SOLDE
                 MOVE 'SANS COORDONNEES BANCAIRES : NET REPORTE'
                    TO LIGNE-REL
              WHEN NET-AGENT = ZEROES
                 MOVE ZEROES TO NOUVEAU-SOLDE
                 MOVE 'NET NUL' TO LIGNE-REL
              WHEN OTHER
                 ADD 1 TO CPT-REPORTS
                 MOVE NET-AGENT TO NOUVEAU-SOLDE
                 MOVE 'NET DEBITEUR REPORTE SUR LE CALCUL SUIVANT'
                    TO LIGNE-REL
           END-EVALUATE
           PERFORM ECRIRE-RELEVE
           PERFORM ECRIRE-SYNTHESE
           .

      *    LIGNE DE SYNTHESE DE L'APPORTEUR, EN DERNIERE POSITION DE
      *    SES LIGNES. LE PARCOURS EST DEJA SUR L'APPORTEUR SUIVANT :
      *    LA LIGNE ECRITE N'EST PAS RELUE, ET LA LIGNE DEJA LUE EST
      *    REMISE EN PLACE APRES L'ECRITURE.
       ECRIRE-SYNTHESE.
           MOVE COMDET-REC TO COMDET-SAUVE
           MOVE SPACES TO COMDET-REC
           MOVE AGENT-COURANT TO CDT-CODE-AGENT
           MOVE 9999999 TO CDT-SEQ
           MOVE ZEROES TO CDT-MATRICULE CDT-BASE CDT-TAUX CDT-MONTANT
           MOVE 'S' TO CDT-NATURE
           MOVE DERNIERE-ECHEANCE TO CDT-DATE
           MOVE NOUVEAU-SOLDE TO CDT-SOLDE
           WRITE COMDET-REC
           IF COMDET-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COMDET, FS : ' COMDET-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE COMDET-SAUVE TO COMDET-REC
           .

      *    PASSE FINALE, COMMVT ET COMREL ETANT COMPLETS : SUPPRESSION
      *    DES AFFECTATIONS RAPPELEES ET MISE A JOUR DES FICHES DES
      *    APPORTEURS. UNE AFFECTATION DEJA SUPPRIMEE OU REPRISE PAR
      *    UN AUTRE APPORTEUR EST LAISSEE EN L'ETAT.
       APPLIQUER-MISES-A-JOUR.
           MOVE SPACES TO IND-FIN-COMDET
           MOVE LOW-VALUES TO CDT-CLE
           START COMDET KEY IS NOT LESS THAN CDT-CLE
           IF COMDET-FS = ZEROES
              PERFORM READ-COMDET
           ELSE
              SET FIN-COMDET TO TRUE
           END-IF
           PERFORM UNTIL FIN-COMDET
              EVALUATE TRUE
                 WHEN CDT-RAPPEL
                    PERFORM SUPPRIMER-AFFECTATION
                 WHEN CDT-SYNTHESE
                    PERFORM METTRE-A-JOUR-APPORTEUR
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-COMDET
           END-PERFORM
           .

       SUPPRIMER-AFFECTATION.
           MOVE CDT-MATRICULE TO AFF-MATRICULE
           PERFORM LIRE-AFFECTATION
           IF AFFECTATION-TROUVEE
              AND AFF-CODE-AGENT = CDT-CODE-AGENT
              DELETE AGTPOL
              IF AGTPOL-FS NOT = ZEROES
                 DISPLAY 'ERREUR DELETE AGTPOL, FS : ' AGTPOL-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
              ADD 1 TO CPT-AFF-SUPPRIMEES
           END-IF
           .

       METTRE-A-JOUR-APPORTEUR.
           MOVE CDT-CODE-AGENT TO AFF-CODE-AGENT
           PERFORM LIRE-APPORTEUR
           MOVE CDT-SOLDE TO AGT-SOLDE-REPORTE
           IF CDT-DATE > AGT-DATE-DERN-ENC
              MOVE CDT-DATE TO AGT-DATE-DERN-ENC
           END-IF
           REWRITE AGTASS-REC
           IF AGTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR REWRITE AGTASS, FS : ' AGTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-AGT-MAJ
           .

      *    VIREMENT DE REGLEMENT AU FORMAT VIRMVT. LE COMPTEUR DE
      *    RECYCLAGES ET LA ZONE LIBRE RESTENT A BLANC, COMME SUR UNE
      *    SAISIE D'ORIGINE.
       GENERER-REGLEMENT.
           MOVE SPACES TO VIRMVT-ENR
           MOVE REG-NUMCLID TO NUMCLID
           MOVE REG-NUMCPTD TO NUMCPTD
           MOVE DATE-TRAITEMENT TO DATECH
           IF NUMDDE-COURANT = 99
              MOVE ZEROES TO NUMDDE-COURANT
           END-IF
           ADD 1 TO NUMDDE-COURANT
           MOVE NUMDDE-COURANT TO NUMDDE
           MOVE DATE-TRAITEMENT TO DATVAL
           MOVE 'EUR' TO CODDEV
           MOVE NET-AGENT TO MTTRAN
           MOVE AGT-NOM TO NOMCLIC
           MOVE AGT-NUMCPTC TO NUMCPTC
           MOVE AGT-BICCRD TO BICCRD
           WRITE COMMVT-RECORD FROM VIRMVT-ENR
           IF COMMVT-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COMMVT, FS : ' COMMVT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ADD 1 TO CPT-REGLEMENTS
           ADD NET-AGENT TO TOTAL-REGLE
           .

       ECRIRE-MONTANT-RELEVE.
           MOVE LIGNE-REL-MONTANT TO LIGNE-REL
           PERFORM ECRIRE-RELEVE
           .

       ECRIRE-RELEVE.
           WRITE COMREL-LIGNE FROM LIGNE-REL
           IF COMREL-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE COMREL, FS : ' COMREL-FS
           END-IF
           MOVE SPACES TO LIGNE-REL
           .

       EDITER-DATE.
           MOVE DAT-JJ TO DED-JJ
           MOVE DAT-MM TO DED-MM
           MOVE DAT-AAAA TO DED-AAAA
           .

       EDITION-CTL.
           MOVE ALL '-' TO COMREL-LIGNE
           WRITE COMREL-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE '**** ETAT DE CONTROLE COMASS ****' TO LIG-LIBELLE
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'REJETS DU JOUR CHARGES ......' TO LIG-LIBELLE
           MOVE CPT-REJ-CHARGES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ENCAISSEMENTS EXAMINES ......' TO LIG-LIBELLE
           MOVE CPT-CLE-LUES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ENCAISSEMENTS REJETES .......' TO LIG-LIBELLE
           MOVE CPT-ENC-REJETES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'CLES EN ATTENTE RELUES ......' TO LIG-LIBELLE
           MOVE CPT-ATT-LUES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RETENUS CONFORMITE, REPORTES ' TO LIG-LIBELLE
           MOVE CPT-RETENUS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'AFFAIRES DIRECTES ...........' TO LIG-LIBELLE
           MOVE CPT-AFF-DIRECTES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ECHEANCES DEJA COMMISSIONNEES' TO LIG-LIBELLE
           MOVE CPT-DEJA-COMMIS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMMISSIONS CALCULEES .......' TO LIG-LIBELLE
           MOVE CPT-COMMISSIONS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'AVIS DE REMBOURSEMENT LUS ...' TO LIG-LIBELLE
           MOVE CPT-RBT-LUS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RAPPELS DE COMMISSION .......' TO LIG-LIBELLE
           MOVE CPT-RAPPELS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'RELEVES EDITES ..............' TO LIG-LIBELLE
           MOVE CPT-RELEVES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'VIREMENTS DE REGLEMENT ......' TO LIG-LIBELLE
           MOVE CPT-REGLEMENTS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'SOLDES REPORTES .............' TO LIG-LIBELLE
           MOVE CPT-REPORTS TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'AFFECTATIONS SUPPRIMEES .....' TO LIG-LIBELLE
           MOVE CPT-AFF-SUPPRIMEES TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'FICHES APPORTEUR MISES A JOUR' TO LIG-LIBELLE
           MOVE CPT-AGT-MAJ TO LIG-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'TOTAL DES COMMISSIONS .......' TO LIM-LIBELLE
           MOVE TOTAL-COMMISSIONS TO LIM-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL-MONTANT

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'TOTAL DES RAPPELS ...........' TO LIM-LIBELLE
           MOVE TOTAL-RAPPELS TO LIM-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL-MONTANT

           MOVE SPACES TO LIGNE-CTL-MONTANT
           MOVE 'TOTAL REGLE PAR VIREMENT ....' TO LIM-LIBELLE
           MOVE TOTAL-REGLE TO LIM-VALEUR
           WRITE COMREL-LIGNE FROM LIGNE-CTL-MONTANT
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           PERFORM EDITION-CTL
           CLOSE COMPAR
           CLOSE COLCLE
           CLOSE COMATT
           CLOSE COMATN
           CLOSE VIRSNA
           CLOSE VIRREJ
           CLOSE VIRNAK
           CLOSE COMREJ
           CLOSE RBTASS
           CLOSE AGTPOL
           CLOSE AGTASS
           CLOSE KSDASS
           CLOSE VEHASS
           CLOSE COMDET
           CLOSE COMMVT
           CLOSE COMREL
           DISPLAY 'ENCAISSEMENTS EXAMINES : ' CPT-CLE-LUES
           DISPLAY 'CLES EN ATTENTE RELUES : ' CPT-ATT-LUES
           DISPLAY 'RETENUS CONFORMITE     : ' CPT-RETENUS
           DISPLAY 'COMMISSIONS CALCULEES  : ' CPT-COMMISSIONS
           DISPLAY 'RAPPELS DE COMMISSION  : ' CPT-RAPPELS
           DISPLAY 'RELEVES EDITES         : ' CPT-RELEVES
           DISPLAY 'VIREMENTS DE REGLEMENT : ' CPT-REGLEMENTS
           DISPLAY 'TOTAL REGLE            : ' TOTAL-REGLE
           DISPLAY 'AFFECTATIONS SUPPRIMEES: ' CPT-AFF-SUPPRIMEES
           DISPLAY 'FICHES MISES A JOUR    : ' CPT-AGT-MAJ
            STOP RUN
           .
