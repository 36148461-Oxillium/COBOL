      ******************************************************************
      * Author:
      * Date:
      * Purpose: ARRETE MENSUEL DES COMPTES CLIENTS (BACCPT). POUR LE
      *          MOIS DEMANDE (CARTE BACIPR, DEFAUT = MOIS DE LA DATE
      *          DU JOUR ; LE MOIS DOIT ETRE ECHU, LE RUN PASSE APRES
      *          LA DERNIERE CHAINE DU MOIS MAIS AVANT LE BACREL DU
      *          DERNIER JOUR, QUI DOIT REPRENDRE LES IMPUTATIONS DE
      *          L'ARRETE DANS SA POSITION DE CLOTURE ; UNE POSITION
      *          D'OUVERTURE DATEE DU MOIS ARRETE EST DONC REFUSEE),
      *          RECONSTITUE LE SOLDE DE FIN DE JOURNEE DE CHAQUE
      *          COMPTE, JOUR PAR JOUR, A
      *          PARTIR DE LA POSITION D'OUVERTURE DU MOIS (BACSLD :
      *          POSITION DE CLOTURE ECRITE PAR LE DERNIER BACREL DU
      *          MOIS PRECEDENT) ET DES IMPUTATIONS DU MOIS (BACJRM :
      *          JOURNAUX BACJRN DU MOIS MIS BOUT A BOUT). SUR CES
      *          SOLDES, CALCULE LES INTERETS CREDITEURS (SOLDES
      *          POSITIFS), LES INTERETS DEBITEURS (SOLDES NEGATIFS)
      *          AUX TAUX EN VIGUEUR CHAQUE JOUR, ET LE FORFAIT MENSUEL
      *          DE TENUE DE COMPTE, SELON LES CONDITIONS DU FICHIER
      *          BACTAX (MAINTENU PAR BACTXM). LES MONTANTS SONT
      *          IMPUTES PAR ACCESSEUR-BAC ('C' POUR LES INTERETS
      *          CREDITEURS, 'P' POUR LES INTERETS DEBITEURS ET LES
      *          FRAIS) SOUS UNE REFERENCE QUI NOMME LA NATURE ET LE
      *          MOIS : ILS FIGURENT AINSI AU JOURNAL BACJRN ET SUR LE
      *          RELEVE BACREL SUIVANT. LE REGISTRE DES INTERETS ET
      *          FRAIS (BACIRG), TRIE PAR CLIENT, EST DESTINE A LA
      *          COMPTABILITE. CHAQUE MOIS ARRETE EST ENREGISTRE DANS
      *          BACARR : UN MOIS NE S'ARRETE QU'UNE FOIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    DECLARATION DE LA CARTE DE PERIODE (FICHIER OPTIONNEL :
      *    ABSENT, LE MOIS DE LA DATE DU JOUR EST ARRETE)
           SELECT OPTIONAL BACIPR ASSIGN TO DDBACIPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACIPR-FS.

      *    DECLARATION DES CONDITIONS DE TENUE DES COMPTES
           SELECT BACTAX ASSIGN TO DDBACTAX
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TAX-DATE-EFFET
           FILE STATUS IS BACTAX-FS.

      *    DECLARATION DU FICHIER MAITRE DES COMPTES (LU EN ENTIER,
      *    PUIS FERME AVANT LES IMPUTATIONS D'ACCESSEUR-BAC)
           SELECT BACCPT ASSIGN TO DDBACCPT
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BAC-NUMCPTD
           FILE STATUS IS BACCPT-FS.

      *    DECLARATION DE LA POSITION D'OUVERTURE DU MOIS (FICHIER
      *    OPTIONNEL : ABSENT SUR LE PREMIER MOIS, TOUS LES COMPTES
      *    PARTENT ALORS DE ZERO)
           SELECT OPTIONAL BACSLD ASSIGN TO DDBACSLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACSLD-FS.

      *    DECLARATION DES IMPUTATIONS DU MOIS (FICHIER OPTIONNEL :
      *    ABSENT UN MOIS SANS IMPUTATION)
           SELECT OPTIONAL BACJRM ASSIGN TO DDBACJRM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACJRM-FS.

      *    DECLARATION DES ARRETES MENSUELS (CREE AU PREMIER ARRETE)
           SELECT OPTIONAL BACARR ASSIGN TO DDBACARR
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARR-PERIODE
           FILE STATUS IS BACARR-FS.

      *    DECLARATION DU REGISTRE DES INTERETS ET FRAIS
           SELECT BACIRG ASSIGN TO DDBACIRG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACIRG-FS.

      *    DECLARATION DU FICHIER CUMULATIF DES STATISTIQUES DE RUN
      *    (PARTAGE PAR TOUTES LES ETAPES BATCH, VOIR STABAT.CPY)
           SELECT STABAT ASSIGN TO DDSTABAT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STABAT-FS.

       DATA DIVISION.
       FILE SECTION.

      *    DECLARATION DU BUFFER DE LA CARTE DE PERIODE (AAAAMM)
       FD  BACIPR.
       01  BACIPR-ENR.
           05 IPR-PERIODE                    PIC 9(6).
           05 FILLER                         PIC X(74).

      *    DECLARATION DU BUFFER DES CONDITIONS (DECOUPAGE PARTAGE
      *    AVEC BACTXM, VOIR BACTAX.CPY)
       FD  BACTAX.
           COPY BACTAX.

      *    DECLARATION DU BUFFER DU FICHIER MAITRE (DECOUPAGE PARTAGE
      *    AVEC ACCESSEUR-BAC/BACMAJ, VOIR BACCPT.CPY)
       FD  BACCPT.
           COPY BACCPT.

      *    DECLARATION DU BUFFER DE LA POSITION D'OUVERTURE (MEME
      *    DECOUPAGE QUE LA POSITION DE CLOTURE ECRITE PAR BACREL)
       FD  BACSLD.
       01  BACSLD-REC.
           05 SLD-NUMCPTD      PIC 9(2).
           05 SLD-SOLDE        PIC S9(9)V9(2).
      *    ENREGISTREMENT DE CONTROLE (COMPTE 00) : DATE DE CLOTURE
       01  BACSLD-CTL.
           05 SLC-NUMCPTD      PIC 9(2).
           05 SLC-DATE         PIC 9(8).
           05 FILLER           PIC X(3).

      *    DECLARATION DU BUFFER DES IMPUTATIONS DU MOIS (DECOUPAGE
      *    DU JOURNAL BACJRN, VOIR BACJRN.CPY)
       FD  BACJRM.
           COPY BACJRN.

      *    DECLARATION DU BUFFER DES ARRETES (VOIR BACARR.CPY)
       FD  BACARR.
           COPY BACARR.

      *    DECLARATION DU BUFFER DU REGISTRE
       FD  BACIRG.
       01  BACIRG-LIGNE                      PIC X(132).

      *    DECLARATION DU BUFFER DES STATISTIQUES DE RUN (DECOUPAGE
      *    COMMUN A TOUTES LES ETAPES, VOIR STABAT.CPY)
       FD  STABAT.
           COPY STABAT.

       WORKING-STORAGE SECTION.

      *    FILE STATUS
       01  BACIPR-FS   PIC 99 VALUE ZEROES.
       01  BACTAX-FS   PIC 99 VALUE ZEROES.
       01  BACCPT-FS   PIC 99 VALUE ZEROES.
       01  BACSLD-FS   PIC 99 VALUE ZEROES.
       01  BACJRM-FS   PIC 99 VALUE ZEROES.
       01  BACARR-FS   PIC 99 VALUE ZEROES.
       01  BACIRG-FS   PIC 99 VALUE ZEROES.
       01  STABAT-FS   PIC 99 VALUE ZEROES.

       01  DATE-TRAITEMENT  PIC 9(8).
       01  HEURE-TRAITEMENT PIC 9(6).

      *    MOIS ARRETE ET SES BORNES
       01  PERIODE-ARRETE   PIC 9(6) VALUE ZEROES.
       01  PERIODE-ARRETE-R REDEFINES PERIODE-ARRETE.
           05 PER-ANNEE     PIC 9(4).
           05 PER-MOIS      PIC 9(2).
       01  DATE-DEBUT       PIC 9(8) VALUE ZEROES.
       01  DATE-FIN         PIC 9(8) VALUE ZEROES.
       01  DATE-SUIVANT     PIC 9(8) VALUE ZEROES.
       01  DATE-CALCUL      PIC 9(8) VALUE ZEROES.
       01  NB-JOURS         PIC 9(2) VALUE ZEROES.
       01  JOUR-IMPUTATION  PIC 9(2) VALUE ZEROES.
       01  NUM-CPT          PIC 9(2) VALUE ZEROES.
       01  DATE-POSITION    PIC 9(8) VALUE ZEROES.

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

      *    REFERENCE DES IMPUTATIONS DE L'ARRETE, PORTEE AU JOURNAL
      *    BACJRN ET SUR LE RELEVE : NATURE PUIS MOIS ARRETE
       01  REF-ARRETE.
           05 REF-NATURE                     PIC X(8).
           05 FILLER                         PIC X VALUE SPACE.
           05 REF-PERIODE                    PIC 9(6).
           05 FILLER                         PIC X VALUE SPACE.

      *    CONDITIONS DE TENUE CHARGEES DEPUIS BACTAX : LA DERNIERE
      *    LIGNE EN VIGUEUR AU PREMIER JOUR DU MOIS, PUIS CELLES QUI
      *    PRENNENT EFFET DANS LE MOIS (32 POSTES AU PLUS)
       01  NB-CONDITIONS            PIC 9(2) VALUE ZEROES.
       01  TABLE-CONDITIONS.
           05 TCD-ENTRY
              OCCURS 1 TO 32 TIMES DEPENDING ON NB-CONDITIONS
              INDEXED BY IX-TCD.
              10 TCD-DATE-EFFET      PIC 9(8).
              10 TCD-TAUX-CREDITEUR  PIC 9(2)V9(4).
              10 TCD-TAUX-DEBITEUR   PIC 9(2)V9(4).
              10 TCD-FRAIS-TENUE     PIC 9(5)V9(2).
              10 TCD-BASE-JOURS      PIC 9(3).

      *    CONDITIONS EN VIGUEUR POUR CHAQUE JOUR DU MOIS
       01  TABLE-JOURS.
           05 TJ-ENTRY OCCURS 31 TIMES INDEXED BY IX-JOUR.
              10 TJ-TAUX-CREDITEUR   PIC 9(2)V9(4).
              10 TJ-TAUX-DEBITEUR    PIC 9(2)V9(4).
              10 TJ-BASE-JOURS       PIC 9(3).

      *    FORFAIT DE TENUE DU MOIS (CONDITIONS DU DERNIER JOUR)
       01  FRAIS-MOIS               PIC 9(5)V9(2) VALUE ZEROES.

      *    SITUATION DE CHAQUE COMPTE SUR LE MOIS (UN POSTE PAR
      *    NUMERO DE COMPTE POSSIBLE, 01 A 99) : OUVERTURE, SOMME DES
      *    IMPUTATIONS DE CHAQUE JOUR, PUIS RESULTAT DU CALCUL
       01  TABLE-COMPTES.
           05 TCP-ENTRY OCCURS 99 TIMES INDEXED BY IX-CPT.
              10 TCP-IND-MAITRE      PIC X VALUE 'N'.
                 88 TCP-AU-MAITRE        VALUE 'O'.
              10 TCP-IND-MOUVEMENTE  PIC X VALUE 'N'.
                 88 TCP-MOUVEMENTE       VALUE 'O'.
              10 TCP-IND-IMPUTATION  PIC X VALUE 'O'.
                 88 TCP-IMPUTE           VALUE 'O'.
                 88 TCP-EN-ECHEC         VALUE 'N'.
              10 TCP-NUMCLID         PIC 9(2) VALUE ZEROES.
              10 TCP-NOMCLI          PIC X(20) VALUE SPACES.
              10 TCP-SOLDE-MAITRE    PIC S9(9)V9(2) VALUE ZEROES.
              10 TCP-SOLDE-OUV       PIC S9(9)V9(2) VALUE ZEROES.
              10 TCP-MVT-JOUR        PIC S9(9)V9(2) VALUE ZEROES
                                     OCCURS 31 TIMES
                                     INDEXED BY IX-MVT.
              10 TCP-SOLDE-FIN       PIC S9(9)V9(2) VALUE ZEROES.
              10 TCP-JOURS-CRE       PIC 9(2) VALUE ZEROES.
              10 TCP-JOURS-DEB       PIC 9(2) VALUE ZEROES.
              10 TCP-INT-CRE         PIC 9(9)V9(2) VALUE ZEROES.
              10 TCP-INT-DEB         PIC 9(9)V9(2) VALUE ZEROES.
              10 TCP-FRAIS           PIC 9(9)V9(2) VALUE ZEROES.

      *    ZONES DE CALCUL DU COMPTE COURANT : SOLDE DE FIN DE
      *    JOURNEE ET CUMUL NON ARRONDI DES INTERETS DU MOIS (L'ARRONDI
      *    AU CENTIME SE FAIT UNE FOIS, SUR LE CUMUL)
       01  SOLDE-JOUR               PIC S9(9)V9(2) VALUE ZEROES.
       01  CUMUL-INT-CRE            PIC S9(9)V9(10) VALUE ZEROES.
       01  CUMUL-INT-DEB            PIC S9(9)V9(10) VALUE ZEROES.
       01  MONTANT-ARRONDI          PIC S9(9)V9(2) VALUE ZEROES.
       01  NET-COMPTE               PIC S9(9)V9(2) VALUE ZEROES.
       01  NUMCLI-CRT               PIC 9(2) VALUE ZEROES.

      *    CUMULS DU CLIENT EN COURS D'EDITION ET DU REGISTRE
       01  CUMULS-CLIENT.
           05 CCL-INT-CRE           PIC S9(9)V9(2).
           05 CCL-INT-DEB           PIC S9(9)V9(2).
           05 CCL-FRAIS             PIC S9(9)V9(2).
           05 CCL-NET               PIC S9(9)V9(2).
           05 CCL-NB-COMPTES        PIC 9(3).
       01  CUMULS-REGISTRE.
           05 CRG-INT-CRE           PIC S9(9)V9(2) VALUE ZEROES.
           05 CRG-INT-DEB           PIC S9(9)V9(2) VALUE ZEROES.
           05 CRG-FRAIS             PIC S9(9)V9(2) VALUE ZEROES.
           05 CRG-NET               PIC S9(9)V9(2) VALUE ZEROES.

      *    LIGNES DU REGISTRE
       01  LIGNE-ENT.
           05 FILLER        PIC X(30)
              VALUE 'REGISTRE DES INTERETS ET FRAIS'.
           05 FILLER        PIC X(22)
              VALUE ' DE TENUE DE COMPTE - '.
           05 FILLER        PIC X(8) VALUE 'PERIODE '.
           05 ENT-PERIODE   PIC 9(6).
           05 FILLER        PIC X(13) VALUE '  ARRETE LE '.
           05 ENT-DATE      PIC 9(8).
           05 FILLER        PIC X(45).

       01  LIGNE-CND.
           05 FILLER        PIC X(22) VALUE 'CONDITIONS EN VIGUEUR '.
           05 FILLER        PIC X(3)  VALUE 'AU '.
           05 CND-DATE      PIC 9(8).
           05 FILLER        PIC X(17) VALUE ' : TAUX CREDITEUR'.
           05 CND-TAUX-CRE  PIC Z9.9999.
           05 FILLER        PIC X(16) VALUE ' % TAUX DEBITEUR'.
           05 CND-TAUX-DEB  PIC Z9.9999.
           05 FILLER        PIC X(16) VALUE ' %  FORFAIT MOIS'.
           05 CND-FRAIS     PIC ZZZZ9.99.
           05 FILLER        PIC X(7)  VALUE '  BASE '.
           05 CND-BASE      PIC 9(3).
           05 FILLER        PIC X(18).

       01  LIGNE-TITRE.
           05 FILLER        PIC X(4)  VALUE 'CL'.
           05 FILLER        PIC X(21) VALUE 'TITULAIRE'.
           05 FILLER        PIC X(3)  VALUE 'CP'.
           05 FILLER        PIC X(14) VALUE '  SOLDE OUVERT'.
           05 FILLER        PIC X(14) VALUE '    SOLDE FIN'.
           05 FILLER        PIC X(4)  VALUE 'JCR'.
           05 FILLER        PIC X(4)  VALUE 'JDB'.
           05 FILLER        PIC X(13) VALUE '  INT.CREDIT.'.
           05 FILLER        PIC X(13) VALUE '   INT.DEBIT.'.
           05 FILLER        PIC X(13) VALUE '  FRAIS TENUE'.
           05 FILLER        PIC X(14) VALUE '          NET'.
           05 FILLER        PIC X(15) VALUE 'OBSERVATION'.

       01  LIGNE-RGS.
           05 RGS-NUMCLID   PIC 9(2).
           05 FILLER        PIC X(2).
           05 RGS-NOMCLI    PIC X(20).
           05 FILLER        PIC X(1).
           05 RGS-NUMCPTD   PIC 9(2).
           05 FILLER        PIC X(1).
           05 RGS-SOLDE-OUV PIC -(9)9.99.
           05 FILLER        PIC X(1).
           05 RGS-SOLDE-FIN PIC -(9)9.99.
           05 FILLER        PIC X(1).
           05 RGS-JOURS-CRE PIC ZZ9.
           05 FILLER        PIC X(1).
           05 RGS-JOURS-DEB PIC ZZ9.
           05 FILLER        PIC X(1).
           05 RGS-INT-CRE   PIC Z(8)9.99.
           05 FILLER        PIC X(1).
           05 RGS-INT-DEB   PIC Z(8)9.99.
           05 FILLER        PIC X(1).
           05 RGS-FRAIS     PIC Z(8)9.99.
           05 FILLER        PIC X(1).
           05 RGS-NET       PIC -(9)9.99.
           05 FILLER        PIC X(1).
           05 RGS-OBS       PIC X(15).

       01  LIGNE-TOT.
           05 TOT-LIBELLE   PIC X(30).
           05 FILLER        PIC X(34).
           05 TOT-INT-CRE   PIC -(8)9.99.
           05 FILLER        PIC X(1).
           05 TOT-INT-DEB   PIC -(8)9.99.
           05 FILLER        PIC X(1).
           05 TOT-FRAIS     PIC -(8)9.99.
           05 FILLER        PIC X(1).
           05 TOT-NET       PIC -(9)9.99.
           05 FILLER        PIC X(16).

       01  LIGNE-CTL.
           05 LIG-LIBELLE   PIC X(40).
           05 LIG-VALEUR    PIC ZZZZZZ9.
           05 FILLER        PIC X(85).

      *    INDICATEURS DE FIN DE FICHIER
       01  IND-FIN-TAX          PIC X VALUE 'N'.
           88 FIN-TAX               VALUE 'O'.
           88 NON-FIN-TAX           VALUE 'N'.
       01  IND-FIN-BAC          PIC X VALUE 'N'.
           88 FIN-BAC               VALUE 'O'.
           88 NON-FIN-BAC           VALUE 'N'.
       01  IND-FIN-SLD          PIC X VALUE 'N'.
           88 FIN-SLD               VALUE 'O'.
           88 NON-FIN-SLD           VALUE 'N'.
       01  IND-FIN-JRM          PIC X VALUE 'N'.
           88 FIN-JRM               VALUE 'O'.
           88 NON-FIN-JRM           VALUE 'N'.

      *    INDICATEUR D'ARRETE OUVERT DANS BACARR (LES IMPUTATIONS
      *    ONT COMMENCE)
       01  IND-ARRETE           PIC X VALUE 'N'.
           88 ARRETE-OUVERT         VALUE 'O'.
           88 ARRETE-NON-OUVERT     VALUE 'N'.

      * COMPTEURS
       01  CPT-COMPTES              PIC 9(5) VALUE ZEROES.
       01  CPT-IMP-CRE              PIC 9(5) VALUE ZEROES.
       01  CPT-IMP-DEB              PIC 9(5) VALUE ZEROES.
       01  CPT-IMP-FRAIS            PIC 9(5) VALUE ZEROES.
       01  CPT-IMP-ECHEC            PIC 9(5) VALUE ZEROES.
       01  CPT-ECARTS               PIC 9(5) VALUE ZEROES.
       01  CPT-JRM-PERIODE          PIC 9(7) VALUE ZEROES.
       01  CPT-JRM-HORS             PIC 9(7) VALUE ZEROES.
       01  CPT-CLOS                 PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-PARAMETRE
           PERFORM CONTROLER-ARRETE
           PERFORM CHARGER-CONDITIONS
           PERFORM CHARGER-COMPTES
           PERFORM CHARGER-OUVERTURE
           PERFORM CHARGER-IMPUTATIONS

           PERFORM VARYING IX-CPT FROM 1 BY 1 UNTIL IX-CPT > 99
              IF TCP-AU-MAITRE(IX-CPT)
                 PERFORM CALCULER-COMPTE
              ELSE
                 IF TCP-MOUVEMENTE(IX-CPT)
                    ADD 1 TO CPT-CLOS
                    SET NUM-CPT TO IX-CPT
                    DISPLAY 'COMPTE ' NUM-CPT
                            ' ABSENT DU FICHIER MAITRE, NON ARRETE'
                 END-IF
              END-IF
           END-PERFORM

           PERFORM OUVRIR-ARRETE
           PERFORM VARYING IX-CPT FROM 1 BY 1 UNTIL IX-CPT > 99
              IF TCP-AU-MAITRE(IX-CPT)
                 PERFORM IMPUTER-COMPTE
              END-IF
           END-PERFORM
           PERFORM TERMINER-ARRETE

           PERFORM EDITION-REGISTRE
           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           ACCEPT HEURE-TRAITEMENT FROM TIME
           OPEN INPUT BACTAX
           IF BACTAX-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN BACTAX, FS : ' BACTAX-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN I-O BACARR
           IF BACARR-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACARR, FS : ' BACARR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT BACIRG
           IF BACIRG-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN BACIRG, FS : ' BACIRG-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DE PERIODE. CARTE ABSENTE OU NON
      *    NUMERIQUE = MOIS DE LA DATE DU JOUR. LE MOIS DOIT ETRE
      *    ECHU : ARRETER UN MOIS EN COURS FIGERAIT LES SOLDES DES
      *    JOURS RESTANTS.
       LIRE-PARAMETRE.
           MOVE DATE-TRAITEMENT(1:6) TO PERIODE-ARRETE
           OPEN INPUT BACIPR
           IF BACIPR-FS = ZEROES OR BACIPR-FS = 05
              READ BACIPR
              IF BACIPR-FS = ZEROES AND IPR-PERIODE NUMERIC
                 AND IPR-PERIODE NOT = ZEROES
                 MOVE IPR-PERIODE TO PERIODE-ARRETE
              END-IF
              CLOSE BACIPR
           END-IF
           IF PER-MOIS < 01 OR PER-MOIS > 12
              DISPLAY 'PERIODE INVALIDE : ' PERIODE-ARRETE
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           COMPUTE DATE-DEBUT = PERIODE-ARRETE * 100 + 1
           IF PER-MOIS = 12
              COMPUTE DATE-SUIVANT = (PER-ANNEE + 1) * 10000 + 101
           ELSE
              COMPUTE DATE-SUIVANT = (PERIODE-ARRETE + 1) * 100 + 1
           END-IF
           COMPUTE NB-JOURS =
              FUNCTION INTEGER-OF-DATE(DATE-SUIVANT)
              - FUNCTION INTEGER-OF-DATE(DATE-DEBUT)
           COMPUTE DATE-FIN = PERIODE-ARRETE * 100 + NB-JOURS
           IF DATE-TRAITEMENT < DATE-FIN
              DISPLAY 'MOIS ' PERIODE-ARRETE ' NON ECHU (FIN LE '
                      DATE-FIN '), ARRETE REFUSE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE PERIODE-ARRETE TO REF-PERIODE
           .

      *    UN MOIS NE S'ARRETE QU'UNE FOIS : UN ARRETE DEJA PRESENT
      *    DANS BACARR, TERMINE OU INTERROMPU, BLOQUE LE RUN
       CONTROLER-ARRETE.
           MOVE PERIODE-ARRETE TO ARR-PERIODE
           READ BACARR
           EVALUATE BACARR-FS
              WHEN '00'
                 IF ARR-TERMINE
                    DISPLAY 'MOIS ' PERIODE-ARRETE ' DEJA ARRETE LE '
                            ARR-DATE
                 ELSE
                    DISPLAY 'ARRETE DU MOIS ' PERIODE-ARRETE
                            ' INTERROMPU LE ' ARR-DATE
                            ', REPRISE A FAIRE SUR LE JOURNAL BACJRN'
                 END-IF
                 PERFORM FIN-ERREUR-GRAVE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ BACARR, FS : ' BACARR-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    CHARGEMENT DES CONDITIONS : LA LIGNE LA PLUS RECENTE EN
      *    VIGUEUR AU PREMIER JOUR DU MOIS OCCUPE LE PREMIER POSTE,
      *    LES LIGNES PRENANT EFFET DANS LE MOIS SUIVENT DANS L'ORDRE
      *    DES DATES ; LES LIGNES POSTERIEURES AU MOIS SONT IGNOREES.
      *    CHAQUE JOUR DOIT AVOIR DES CONDITIONS EN VIGUEUR.
       CHARGER-CONDITIONS.
           SET NON-FIN-TAX TO TRUE
           MOVE ZEROES TO TAX-DATE-EFFET
           START BACTAX KEY IS NOT LESS THAN TAX-DATE-EFFET
              INVALID KEY
                 SET FIN-TAX TO TRUE
           END-START
           PERFORM UNTIL FIN-TAX
              PERFORM LIRE-CONDITION
           END-PERFORM
           CLOSE BACTAX

           PERFORM VARYING IX-JOUR FROM 1 BY 1 UNTIL IX-JOUR > NB-JOURS
              PERFORM CONDITIONS-DU-JOUR
           END-PERFORM
           .

      *    LECTURE DE LA LIGNE DE CONDITIONS SUIVANTE
       LIRE-CONDITION.
           READ BACTAX NEXT RECORD
              AT END
                 SET FIN-TAX TO TRUE
           END-READ
           IF NON-FIN-TAX AND BACTAX-FS NOT = ZEROES
              DISPLAY 'ERREUR READ BACTAX, FS : ' BACTAX-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-TAX
              EVALUATE TRUE
                 WHEN TAX-DATE-EFFET > DATE-FIN
                    SET FIN-TAX TO TRUE
                 WHEN TAX-DATE-EFFET NOT > DATE-DEBUT
                    MOVE 1 TO NB-CONDITIONS
                    PERFORM GARNIR-CONDITION
                 WHEN OTHER
                    ADD 1 TO NB-CONDITIONS
                    PERFORM GARNIR-CONDITION
              END-EVALUATE
           END-IF
           .

      *    RECOPIE DE LA LIGNE LUE DANS LE DERNIER POSTE DE LA TABLE
       GARNIR-CONDITION.
           SET IX-TCD TO NB-CONDITIONS
           MOVE TAX-DATE-EFFET TO TCD-DATE-EFFET(IX-TCD)
           MOVE TAX-TAUX-CREDITEUR TO TCD-TAUX-CREDITEUR(IX-TCD)
           MOVE TAX-TAUX-DEBITEUR TO TCD-TAUX-DEBITEUR(IX-TCD)
           MOVE TAX-FRAIS-TENUE TO TCD-FRAIS-TENUE(IX-TCD)
           MOVE TAX-BASE-JOURS TO TCD-BASE-JOURS(IX-TCD)
           .

      *    CONDITIONS EN VIGUEUR LE JOUR IX-JOUR : LE DERNIER POSTE
      *    DONT LA DATE D'EFFET EST ATTEINTE. LE FORFAIT DU MOIS EST
      *    CELUI EN VIGUEUR LE DERNIER JOUR.
       CONDITIONS-DU-JOUR.
           SET JOUR-IMPUTATION TO IX-JOUR
           COMPUTE DATE-CALCUL = PERIODE-ARRETE * 100 + JOUR-IMPUTATION
           MOVE ZEROES TO TJ-BASE-JOURS(IX-JOUR)
           PERFORM VARYING IX-TCD FROM 1 BY 1
                   UNTIL IX-TCD > NB-CONDITIONS
              IF TCD-DATE-EFFET(IX-TCD) NOT > DATE-CALCUL
                 MOVE TCD-TAUX-CREDITEUR(IX-TCD)
                   TO TJ-TAUX-CREDITEUR(IX-JOUR)
                 MOVE TCD-TAUX-DEBITEUR(IX-TCD)
                   TO TJ-TAUX-DEBITEUR(IX-JOUR)
                 MOVE TCD-BASE-JOURS(IX-TCD) TO TJ-BASE-JOURS(IX-JOUR)
                 MOVE TCD-FRAIS-TENUE(IX-TCD) TO FRAIS-MOIS
              END-IF
           END-PERFORM
           IF TJ-BASE-JOURS(IX-JOUR) = ZEROES
              DISPLAY 'AUCUNE CONDITION DE TENUE EN VIGUEUR LE '
                      DATE-CALCUL
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    CHARGEMENT DU FICHIER MAITRE : TITULAIRE ET SOLDE ACTUEL DE
      *    CHAQUE COMPTE. LE FICHIER EST FERME ENSUITE, LES
      *    IMPUTATIONS PASSANT PAR L'ACCESSEUR.
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
           IF NON-FIN-BAC AND BAC-NUMCPTD > ZEROES
              SET IX-CPT TO BAC-NUMCPTD
              SET TCP-AU-MAITRE(IX-CPT) TO TRUE
              MOVE BAC-NUMCLID TO TCP-NUMCLID(IX-CPT)
              MOVE BAC-NOMCLI TO TCP-NOMCLI(IX-CPT)
              MOVE BAC-SOLDE TO TCP-SOLDE-MAITRE(IX-CPT)
           END-IF
           .

      *    CHARGEMENT DE LA POSITION D'OUVERTURE DU MOIS. UN COMPTE
      *    ABSENT A ETE OUVERT DANS LE MOIS ET PART DE ZERO. UNE
      *    POSITION DATEE DU MOIS ARRETE (BACREL DU DERNIER JOUR DEJA
      *    PASSE, OU POSITION D'UN AUTRE JOUR QUE LA FIN DU MOIS
      *    PRECEDENT) FAUSSERAIT LES SOLDES : L'ARRETE EST REFUSE.
       CHARGER-OUVERTURE.
           OPEN INPUT BACSLD
           IF BACSLD-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACSLD, FS : ' BACSLD-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-SLD TO TRUE
           PERFORM UNTIL FIN-SLD
              PERFORM LIRE-POSITION
           END-PERFORM
           CLOSE BACSLD
           IF DATE-POSITION NOT < DATE-DEBUT
              DISPLAY 'POSITION BACSLD DU ' DATE-POSITION
                      ' : ATTENDUE AVANT LE ' DATE-DEBUT
                      ', ARRETE REFUSE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE D'UNE POSITION D'OUVERTURE
       LIRE-POSITION.
           READ BACSLD
              AT END SET FIN-SLD TO TRUE
           END-READ
           IF NON-FIN-SLD AND BACSLD-FS NOT = ZEROES
              DISPLAY 'ERREUR READ BACSLD, FS : ' BACSLD-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-SLD AND SLD-NUMCPTD = ZEROES
              MOVE SLC-DATE TO DATE-POSITION
           END-IF
           IF NON-FIN-SLD AND SLD-NUMCPTD > ZEROES
              SET IX-CPT TO SLD-NUMCPTD
              MOVE SLD-SOLDE TO TCP-SOLDE-OUV(IX-CPT)
              IF SLD-SOLDE NOT = ZEROES
                 SET TCP-MOUVEMENTE(IX-CPT) TO TRUE
              END-IF
           END-IF
           .

      *    CHARGEMENT DES IMPUTATIONS DU MOIS : CHAQUE LIGNE DATEE DU
      *    MOIS EST CUMULEE SUR SON JOUR, ARRONDIE AU CENTIME COMME A
      *    L'IMPUTATION ; LES LIGNES HORS DU MOIS SONT IGNOREES (ELLES
      *    SONT DEJA DANS L'OUVERTURE, OU APPARTIENNENT AU MOIS
      *    SUIVANT)
       CHARGER-IMPUTATIONS.
           OPEN INPUT BACJRM
           IF BACJRM-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACJRM, FS : ' BACJRM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-JRM TO TRUE
           PERFORM UNTIL FIN-JRM
              PERFORM LIRE-IMPUTATION
           END-PERFORM
           CLOSE BACJRM
           .

      *    LECTURE D'UNE LIGNE DU JOURNAL DU MOIS
       LIRE-IMPUTATION.
           READ BACJRM
              AT END SET FIN-JRM TO TRUE
           END-READ
           IF NON-FIN-JRM AND BACJRM-FS NOT = ZEROES
              DISPLAY 'ERREUR READ BACJRM, FS : ' BACJRM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF NON-FIN-JRM
              IF BJR-DATE < DATE-DEBUT OR BJR-DATE > DATE-FIN
                 OR BJR-NUMCPTD = ZEROES
                 ADD 1 TO CPT-JRM-HORS
              ELSE
                 ADD 1 TO CPT-JRM-PERIODE
                 SET IX-CPT TO BJR-NUMCPTD
                 MOVE BJR-DATE(7:2) TO JOUR-IMPUTATION
                 SET IX-MVT TO JOUR-IMPUTATION
                 SET TCP-MOUVEMENTE(IX-CPT) TO TRUE
                 COMPUTE MONTANT-ARRONDI ROUNDED = BJR-MONTANT
                 IF BJR-SENS = 'D'
                    SUBTRACT MONTANT-ARRONDI
                        FROM TCP-MVT-JOUR(IX-CPT, IX-MVT)
                 ELSE
                    ADD MONTANT-ARRONDI
                     TO TCP-MVT-JOUR(IX-CPT, IX-MVT)
                 END-IF
              END-IF
           END-IF
           .

      *    CALCUL DU COMPTE IX-CPT : SOLDE DE FIN DE CHAQUE JOURNEE,
      *    INTERETS CREDITEURS SUR LES JOURS EN POSITION POSITIVE,
      *    INTERETS DEBITEURS SUR LES JOURS EN POSITION NEGATIVE
      *    (SOLDE x TAUX ANNUEL / 100 / BASE), PUIS FORFAIT DU MOIS.
      *    LE SOLDE DE FIN DE MOIS RECALCULE EST CONFRONTE AU SOLDE
      *    DU FICHIER MAITRE : UN ECART SIGNALE UN JOURNAL DU MOIS
      *    INCOMPLET (OU DES IMPUTATIONS POSTERIEURES AU MOIS).
       CALCULER-COMPTE.
           ADD 1 TO CPT-COMPTES
           MOVE TCP-SOLDE-OUV(IX-CPT) TO SOLDE-JOUR
           MOVE ZEROES TO CUMUL-INT-CRE CUMUL-INT-DEB
           PERFORM VARYING IX-JOUR FROM 1 BY 1 UNTIL IX-JOUR > NB-JOURS
              SET IX-MVT TO IX-JOUR
              ADD TCP-MVT-JOUR(IX-CPT, IX-MVT) TO SOLDE-JOUR
              EVALUATE TRUE
                 WHEN SOLDE-JOUR > ZEROES
                    ADD 1 TO TCP-JOURS-CRE(IX-CPT)
                    COMPUTE CUMUL-INT-CRE = CUMUL-INT-CRE
                       + SOLDE-JOUR * TJ-TAUX-CREDITEUR(IX-JOUR)
                       / (100 * TJ-BASE-JOURS(IX-JOUR))
                 WHEN SOLDE-JOUR < ZEROES
                    ADD 1 TO TCP-JOURS-DEB(IX-CPT)
                    COMPUTE CUMUL-INT-DEB = CUMUL-INT-DEB
                       - SOLDE-JOUR * TJ-TAUX-DEBITEUR(IX-JOUR)
                       / (100 * TJ-BASE-JOURS(IX-JOUR))
              END-EVALUATE
           END-PERFORM
           MOVE SOLDE-JOUR TO TCP-SOLDE-FIN(IX-CPT)
           COMPUTE TCP-INT-CRE(IX-CPT) ROUNDED = CUMUL-INT-CRE
           COMPUTE TCP-INT-DEB(IX-CPT) ROUNDED = CUMUL-INT-DEB
           MOVE FRAIS-MOIS TO TCP-FRAIS(IX-CPT)
           IF TCP-SOLDE-FIN(IX-CPT) NOT = TCP-SOLDE-MAITRE(IX-CPT)
              ADD 1 TO CPT-ECARTS
              SET NUM-CPT TO IX-CPT
              DISPLAY 'ECART JOURNAL COMPTE ' NUM-CPT
                      ' : RECALCULE ' TCP-SOLDE-FIN(IX-CPT)
                      ' MAITRE ' TCP-SOLDE-MAITRE(IX-CPT)
           END-IF
           .

      *    OUVERTURE DE L'ARRETE DANS BACARR AVANT LA PREMIERE
      *    IMPUTATION : UN RUN INTERROMPU NE POURRA PAS ETRE RELANCE
      *    SANS REVUE DU JOURNAL
       OUVRIR-ARRETE.
           MOVE PERIODE-ARRETE TO ARR-PERIODE
           SET ARR-EN-COURS TO TRUE
           MOVE DATE-TRAITEMENT TO ARR-DATE
           MOVE HEURE-TRAITEMENT TO ARR-HEURE
           MOVE ZEROES TO ARR-NB-COMPTES ARR-TOTAL-CREDITEUR
                          ARR-TOTAL-DEBITEUR ARR-TOTAL-FRAIS
           WRITE BACARR-REC
           IF BACARR-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE BACARR, FS : ' BACARR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET ARRETE-OUVERT TO TRUE
           .

      *    IMPUTATION DES INTERETS ET FRAIS DU COMPTE IX-CPT, CHACUN
      *    SOUS SA PROPRE REFERENCE (UNE LIGNE DE RELEVE PAR NATURE)
       IMPUTER-COMPTE.
           SET Z-NUMCPTD TO IX-CPT
           MOVE TCP-NUMCLID(IX-CPT) TO Z-NUMCLID
           MOVE TCP-NOMCLI(IX-CPT) TO Z-NOMCLIC
           IF TCP-INT-CRE(IX-CPT) > ZEROES
              MOVE 'C' TO Z-CODE-FUNC
              MOVE 'INT CRED' TO REF-NATURE
              MOVE TCP-INT-CRE(IX-CPT) TO Z-MTTRAN
              PERFORM APPELER-ACCESSEUR
              IF Z-CODE-ERR = ZEROES
                 ADD 1 TO CPT-IMP-CRE
                 ADD TCP-INT-CRE(IX-CPT) TO ARR-TOTAL-CREDITEUR
              END-IF
           END-IF
           IF TCP-INT-DEB(IX-CPT) > ZEROES
              MOVE 'P' TO Z-CODE-FUNC
              MOVE 'INT DEB' TO REF-NATURE
              MOVE TCP-INT-DEB(IX-CPT) TO Z-MTTRAN
              PERFORM APPELER-ACCESSEUR
              IF Z-CODE-ERR = ZEROES
                 ADD 1 TO CPT-IMP-DEB
                 ADD TCP-INT-DEB(IX-CPT) TO ARR-TOTAL-DEBITEUR
              END-IF
           END-IF
           IF TCP-FRAIS(IX-CPT) > ZEROES
              MOVE 'P' TO Z-CODE-FUNC
              MOVE 'FRAIS TC' TO REF-NATURE
              MOVE TCP-FRAIS(IX-CPT) TO Z-MTTRAN
              PERFORM APPELER-ACCESSEUR
              IF Z-CODE-ERR = ZEROES
                 ADD 1 TO CPT-IMP-FRAIS
                 ADD TCP-FRAIS(IX-CPT) TO ARR-TOTAL-FRAIS
              END-IF
           END-IF
           ADD 1 TO ARR-NB-COMPTES
           .

      *    APPEL DE L'ACCESSEUR POUR UNE IMPUTATION DE L'ARRETE ; UN
      *    ECHEC EST SIGNALE SUR LE REGISTRE ET EN SYSOUT
       APPELER-ACCESSEUR.
           MOVE REF-ARRETE TO Z-REF-EMISSION
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           IF Z-CODE-ERR NOT = ZEROES
              ADD 1 TO CPT-IMP-ECHEC
              SET TCP-EN-ECHEC(IX-CPT) TO TRUE
              SET NUM-CPT TO IX-CPT
              DISPLAY 'ECHEC IMPUTATION ' REF-ARRETE ' COMPTE '
                      NUM-CPT ', CODE ' Z-CODE-ERR
           END-IF
           .

      *    CLOTURE DE L'ARRETE DANS BACARR AVEC LES TOTAUX IMPUTES
       TERMINER-ARRETE.
           SET ARR-TERMINE TO TRUE
           REWRITE BACARR-REC
           IF BACARR-FS NOT = ZEROES
              DISPLAY 'ERREUR REWRITE BACARR, FS : ' BACARR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    EDITION DU REGISTRE DES INTERETS ET FRAIS PAR CLIENT : LES
      *    CONDITIONS APPLIQUEES DANS LE MOIS, PUIS POUR CHAQUE
      *    CLIENT SES COMPTES ET LEUR SOUS-TOTAL, ENFIN LE TOTAL
       EDITION-REGISTRE.
           MOVE PERIODE-ARRETE TO ENT-PERIODE
           MOVE DATE-TRAITEMENT TO ENT-DATE
           WRITE BACIRG-LIGNE FROM LIGNE-ENT
           PERFORM VARYING IX-TCD FROM 1 BY 1
                   UNTIL IX-TCD > NB-CONDITIONS
              MOVE TCD-DATE-EFFET(IX-TCD) TO CND-DATE
              MOVE TCD-TAUX-CREDITEUR(IX-TCD) TO CND-TAUX-CRE
              MOVE TCD-TAUX-DEBITEUR(IX-TCD) TO CND-TAUX-DEB
              MOVE TCD-FRAIS-TENUE(IX-TCD) TO CND-FRAIS
              MOVE TCD-BASE-JOURS(IX-TCD) TO CND-BASE
              WRITE BACIRG-LIGNE FROM LIGNE-CND
           END-PERFORM
           MOVE SPACES TO BACIRG-LIGNE
           WRITE BACIRG-LIGNE
           WRITE BACIRG-LIGNE FROM LIGNE-TITRE

           PERFORM VARYING NUMCLI-CRT FROM 1 BY 1
                   UNTIL NUMCLI-CRT > 99
              PERFORM EDITER-CLIENT
           END-PERFORM

           MOVE SPACES TO BACIRG-LIGNE
           WRITE BACIRG-LIGNE
           MOVE SPACES TO LIGNE-TOT
           MOVE 'TOTAL DU REGISTRE' TO TOT-LIBELLE
           MOVE CRG-INT-CRE TO TOT-INT-CRE
           MOVE CRG-INT-DEB TO TOT-INT-DEB
           MOVE CRG-FRAIS TO TOT-FRAIS
           MOVE CRG-NET TO TOT-NET
           WRITE BACIRG-LIGNE FROM LIGNE-TOT

           MOVE SPACES TO BACIRG-LIGNE
           WRITE BACIRG-LIGNE
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMPTES ARRETES ...............' TO LIG-LIBELLE
           MOVE CPT-COMPTES TO LIG-VALEUR
           WRITE BACIRG-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'IMPUTATIONS EN ECHEC ..........' TO LIG-LIBELLE
           MOVE CPT-IMP-ECHEC TO LIG-VALEUR
           WRITE BACIRG-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMPTES EN ECART DE JOURNAL ...' TO LIG-LIBELLE
           MOVE CPT-ECARTS TO LIG-VALEUR
           WRITE BACIRG-LIGNE FROM LIGNE-CTL
           MOVE SPACES TO LIGNE-CTL
           MOVE 'COMPTES CLOS NON ARRETES ......' TO LIG-LIBELLE
           MOVE CPT-CLOS TO LIG-VALEUR
           WRITE BACIRG-LIGNE FROM LIGNE-CTL
           .

      *    EDITION DES COMPTES DU CLIENT NUMCLI-CRT ET DE SON
      *    SOUS-TOTAL (RIEN SI LE CLIENT N'A PAS DE COMPTE)
       EDITER-CLIENT.
           MOVE ZEROES TO CUMULS-CLIENT
           PERFORM VARYING IX-CPT FROM 1 BY 1 UNTIL IX-CPT > 99
              IF TCP-AU-MAITRE(IX-CPT)
                 AND TCP-NUMCLID(IX-CPT) = NUMCLI-CRT
                 PERFORM EDITER-COMPTE
              END-IF
           END-PERFORM
           IF CCL-NB-COMPTES > ZEROES
              MOVE SPACES TO LIGNE-TOT
              MOVE 'TOTAL CLIENT' TO TOT-LIBELLE
              MOVE NUMCLI-CRT TO TOT-LIBELLE(14:2)
              MOVE CCL-INT-CRE TO TOT-INT-CRE
              MOVE CCL-INT-DEB TO TOT-INT-DEB
              MOVE CCL-FRAIS TO TOT-FRAIS
              MOVE CCL-NET TO TOT-NET
              WRITE BACIRG-LIGNE FROM LIGNE-TOT
              MOVE SPACES TO BACIRG-LIGNE
              WRITE BACIRG-LIGNE
              ADD CCL-INT-CRE TO CRG-INT-CRE
              ADD CCL-INT-DEB TO CRG-INT-DEB
              ADD CCL-FRAIS TO CRG-FRAIS
              ADD CCL-NET TO CRG-NET
           END-IF
           .

      *    LIGNE DU REGISTRE POUR LE COMPTE IX-CPT
       EDITER-COMPTE.
           ADD 1 TO CCL-NB-COMPTES
           COMPUTE NET-COMPTE = TCP-INT-CRE(IX-CPT)
                              - TCP-INT-DEB(IX-CPT) - TCP-FRAIS(IX-CPT)
           MOVE SPACES TO LIGNE-RGS
           MOVE TCP-NUMCLID(IX-CPT) TO RGS-NUMCLID
           MOVE TCP-NOMCLI(IX-CPT) TO RGS-NOMCLI
           SET RGS-NUMCPTD TO IX-CPT
           MOVE TCP-SOLDE-OUV(IX-CPT) TO RGS-SOLDE-OUV
           MOVE TCP-SOLDE-FIN(IX-CPT) TO RGS-SOLDE-FIN
           MOVE TCP-JOURS-CRE(IX-CPT) TO RGS-JOURS-CRE
           MOVE TCP-JOURS-DEB(IX-CPT) TO RGS-JOURS-DEB
           MOVE TCP-INT-CRE(IX-CPT) TO RGS-INT-CRE
           MOVE TCP-INT-DEB(IX-CPT) TO RGS-INT-DEB
           MOVE TCP-FRAIS(IX-CPT) TO RGS-FRAIS
           MOVE NET-COMPTE TO RGS-NET
           EVALUATE TRUE
              WHEN TCP-EN-ECHEC(IX-CPT)
                 MOVE 'ECHEC IMPUTAT.' TO RGS-OBS
              WHEN TCP-SOLDE-FIN(IX-CPT)
                   NOT = TCP-SOLDE-MAITRE(IX-CPT)
                 MOVE 'ECART JOURNAL' TO RGS-OBS
           END-EVALUATE
           WRITE BACIRG-LIGNE FROM LIGNE-RGS
           IF BACIRG-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE BACIRG, FS : ' BACIRG-FS
           END-IF
           ADD TCP-INT-CRE(IX-CPT) TO CCL-INT-CRE
           ADD TCP-INT-DEB(IX-CPT) TO CCL-INT-DEB
           ADD TCP-FRAIS(IX-CPT) TO CCL-FRAIS
           ADD NET-COMPTE TO CCL-NET
           .

      *    ECRITURE DE L'ENREGISTREMENT DE STATISTIQUES DU RUN DANS
      *    LE FICHIER CUMULATIF COMMUN (VOIR STABAT.CPY POUR
      *    L'AFFECTATION DES POSTES), EN COMPLEMENT DES DISPLAY
       ENREGISTRER-STATISTIQUES.
           OPEN EXTEND STABAT
           IF STABAT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN STABAT, FS : ' STABAT-FS
           ELSE
              MOVE 'BACINT' TO STA-JOB
              ACCEPT STA-DATE FROM DATE YYYYMMDD
              ACCEPT STA-HEURE FROM TIME
              MOVE RETURN-CODE TO STA-CODRET
              MOVE ZEROES TO STA-CPT(1) STA-CPT(2) STA-CPT(3)
                             STA-CPT(4) STA-CPT(5) STA-CPT(6)
                             STA-CPT(7) STA-CPT(8)
              MOVE CPT-COMPTES TO STA-CPT(1)
              MOVE CPT-IMP-CRE TO STA-CPT(2)
              MOVE CPT-IMP-DEB TO STA-CPT(3)
              MOVE CPT-IMP-FRAIS TO STA-CPT(4)
              MOVE CPT-IMP-ECHEC TO STA-CPT(5)
              MOVE CPT-ECARTS TO STA-CPT(6)
              MOVE CPT-JRM-PERIODE TO STA-CPT(7)
              MOVE CPT-CLOS TO STA-CPT(8)
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
      *    FERMETURE DU FICHIER MAITRE DES COMPTES, RESTE OUVERT DANS
      *    L'ACCESSEUR ENTRE LES APPELS DU RUN
           MOVE 'F' TO Z-CODE-FUNC
           CALL 'ACCESSEUR-BAC' USING Z-VIRMVT-ENR
           CLOSE BACARR
           CLOSE BACIRG
           IF RETURN-CODE = ZEROES
              AND (CPT-IMP-ECHEC > ZEROES OR CPT-ECARTS > ZEROES)
              MOVE 4 TO RETURN-CODE
           END-IF
           IF ARRETE-OUVERT AND NOT ARR-TERMINE
              DISPLAY 'ARRETE ' PERIODE-ARRETE ' INTERROMPU : '
                      'REVOIR LE JOURNAL BACJRN AVANT TOUTE REPRISE'
           END-IF
           DISPLAY 'PERIODE ARRETEE     : ' PERIODE-ARRETE
           DISPLAY 'COMPTES ARRETES     : ' CPT-COMPTES
           DISPLAY 'LIGNES DU MOIS      : ' CPT-JRM-PERIODE
           DISPLAY 'LIGNES HORS MOIS    : ' CPT-JRM-HORS
           DISPLAY 'INTERETS CREDITEURS : ' CPT-IMP-CRE
           DISPLAY 'INTERETS DEBITEURS  : ' CPT-IMP-DEB
           DISPLAY 'FRAIS DE TENUE      : ' CPT-IMP-FRAIS
           DISPLAY 'IMPUTATIONS ECHEC   : ' CPT-IMP-ECHEC
           DISPLAY 'ECARTS DE JOURNAL   : ' CPT-ECARTS
           DISPLAY 'COMPTES CLOS        : ' CPT-CLOS
           PERFORM ENREGISTRER-STATISTIQUES
            STOP RUN
           .
