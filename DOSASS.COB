      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: DOSSIER DE DROIT D'ACCES D'UN ASSURE (PROTECTION DES
      *          DONNEES) : TOUT CE QUE NOS FICHIERS DETIENNENT SUR
      *          LUI, RASSEMBLE EN UN SEUL DOSSIER EDITE. LA CARTE
      *          DOSPAR DESIGNE L'ASSURE PAR SON MATRICULE OU, A
      *          DEFAUT, PAR SON NOM (RECHERCHE 'N' D'ACCESS3, QUI DOIT
      *          DESIGNER UN SEUL ASSURE : SINON LE DOSSIER N'EST PAS
      *          PRODUIT ET LES CANDIDATS SONT LISTES). LE DOSSIER
      *          REPREND, CHAQUE ELEMENT ETIQUETE DE SON FICHIER
      *          SOURCE : L'ENREGISTREMENT KSDASS EN COURS ET LES
      *          VEHICULES DE LA POLICE (VEHASS), TOUTES LES
      *          IMAGES AVANT/APRES DU JOURNAL D'AUDIT (ARCJRN PUIS
      *          JRNASS), TOUS LES AVENANTS (ARCHIS PUIS HISTASS), LES
      *          SINISTRES (SINASS) ET LEURS DOSSIERS (SINDOS), LA
      *          DOMICILIATION BANCAIRE (ASSDOM), L'IDENTITE DU COMPTE
      *          DOMICILIE (BACCPT) ET SES IMPUTATIONS AVEC LEUR
      *          REFERENCE (BACJRN), LE COMPTE D'ARRIERES DE PRIME
      *          (ARRASS) ET L'AFFECTATION DE LA POLICE A SON
      *          APPORTEUR (AGTPOL). LES ARCHIVES SONT CELLES ECRITES
      *          PAR ARCPUR. CHAQUE DOSSIER PRODUIT EST INSCRIT AU
      *          REGISTRE DES DEMANDES (DOSREG : DEMANDEUR, DATE DE LA
      *          DEMANDE, DATE D'EDITION, MATRICULE).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSASS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CARTE DE DEMANDE : ASSURE, DEMANDEUR ET DATE DE LA DEMANDE
           SELECT DOSPAR ASSIGN TO DDDOSPAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DOSPAR-FS.

      *    VEHICULES ASSURES DE LA POLICE (VOIR VEHASS.CPY). FICHIER
      *    OPTIONNEL : ABSENT TANT QU'AUCUNE POLICE N'EST MULTI-
      *    VEHICULE
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEH-CLE
           FILE STATUS IS VEHASS-FS.

      *    ARCHIVES DU JOURNAL D'AUDIT ECRITES PAR ARCPUR (TOUTES LES
      *    GENERATIONS CONSERVEES, CONCATENEES). FICHIER OPTIONNEL :
      *    ABSENT TANT QU'AUCUNE PURGE N'A EU LIEU
           SELECT OPTIONAL ARCJRN ASSIGN TO DDARCJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ARCJRN-FS.

      *    JOURNAL D'AUDIT EN LIGNE (VOIR JRNASS.CPY)
           SELECT JRNASS ASSIGN TO DDJRNASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS JRNASS-FS.

      *    ARCHIVES DE L'HISTORIQUE DES AVENANTS, MEME MECANIQUE
           SELECT OPTIONAL ARCHIS ASSIGN TO DDARCHIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS ARCHIS-FS.

      *    HISTORIQUE DES AVENANTS EN LIGNE (VOIR HISTASS.CPY)
           SELECT HISTASS ASSIGN TO DDHISTASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS HISTASS-FS.

      *    FICHIER DES SINISTRES DECLARES (VOIR SINASS.CPY). FICHIER
      *    OPTIONNEL : ABSENT TANT QU'AUCUN SINISTRE N'A ETE SAISI
           SELECT OPTIONAL SINASS ASSIGN TO DDSINASS
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINASS-FS.

      *    DOSSIERS DE SINISTRE (VOIR SINDOS.CPY), PARCOURUS EN
      *    ENTIER : LA CLE EST LE NUMERO DE DOSSIER, PAS LE MATRICULE.
      *    FICHIER OPTIONNEL : CREE A L'OUVERTURE DU PREMIER DOSSIER
           SELECT OPTIONAL SINDOS ASSIGN TO DDSINDOS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SDO-NUMSIN
           FILE STATUS IS SINDOS-FS.

      *    DOMICILIATIONS BANCAIRES (VOIR ASSDOM.CPY). FICHIER
      *    OPTIONNEL : CREE PAR LE PREMIER LANCEMENT DE DOMMAJ
           SELECT OPTIONAL ASSDOM ASSIGN TO DDASSDOM
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DOM-MATRICULE
           FILE STATUS IS ASSDOM-FS.

      *    FICHIER MAITRE DES COMPTES CLIENTS (VOIR BACCPT.CPY)
           SELECT BACCPT ASSIGN TO DDBACCPT
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS BAC-NUMCPTD
           FILE STATUS IS BACCPT-FS.

      *    JOURNAL DES IMPUTATIONS SUR LES COMPTES (VOIR BACJRN.CPY),
      *    TOUTES LES GENERATIONS CONSERVEES CONCATENEES. FICHIER
      *    OPTIONNEL, COMME DANS BACREL
           SELECT OPTIONAL BACJRN ASSIGN TO DDBACJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BACJRN-FS.

      *    COMPTE D'ARRIERES DE PRIME (VOIR ARRASS.CPY). FICHIER
      *    OPTIONNEL : CREE PAR LE PREMIER IMPAYE
           SELECT OPTIONAL ARRASS ASSIGN TO DDARRASS
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ARR-MATRICULE
           FILE STATUS IS ARRASS-FS.

      *    AFFECTATION DE LA POLICE A SON APPORTEUR (VOIR AGTPOL.CPY).
      *    FICHIER OPTIONNEL : CREE PAR LA PREMIERE AFFECTATION
           SELECT OPTIONAL AGTPOL ASSIGN TO DDAGTPOL
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AFF-MATRICULE
           FILE STATUS IS AGTPOL-FS.

      *    DOSSIER EDITE
           SELECT DOSREL ASSIGN TO DDDOSREL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DOSREL-FS.

      *    REGISTRE DES DEMANDES DE DROIT D'ACCES, CUMULATIF (OUVERT
      *    EN EXTEND, CREE A LA PREMIERE DEMANDE)
           SELECT OPTIONAL DOSREG ASSIGN TO DDDOSREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DOSREG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  DOSPAR.
       01  DOSPAR-ENR.
           05 DQP-MATRICULE   PIC 9(6).
           05 DQP-NOM-PRENOM  PIC X(20).
           05 DQP-DEMANDEUR   PIC X(30).
           05 DQP-DATE-DEMANDE PIC 9(8).
           05 FILLER          PIC X(16).

       FD  VEHASS.
           COPY VEHASS.

      *    JOURNAL ET HISTORIQUE, EN LIGNE COMME EN ARCHIVE, SONT LUS
      *    DANS LES ZONES DE TRAVAIL JRNASS-REC / HISTASS-REC (MEME
      *    DECOUPAGE, UNE SEULE EDITION POUR LES DEUX SOURCES)
       FD  ARCJRN.
       01  ARCJRN-REC  PIC X(151).

       FD  JRNASS.
       01  JRNASS-ENR  PIC X(151).

       FD  ARCHIS.
       01  ARCHIS-REC  PIC X(32).

       FD  HISTASS.
       01  HISTASS-ENR PIC X(32).

       FD  SINASS.
           COPY SINASS.

       FD  SINDOS.
           COPY SINDOS.

       FD  ASSDOM.
           COPY ASSDOM.

       FD  BACCPT.
           COPY BACCPT.

       FD  BACJRN.
           COPY BACJRN.

       FD  ARRASS.
           COPY ARRASS.

       FD  AGTPOL.
           COPY AGTPOL.

       FD  DOSREL.
       01  DOSREL-LIGNE PIC X(100).

      *    UNE LIGNE PAR DOSSIER PRODUIT : DATE ET HEURE D'EDITION,
      *    MATRICULE ET NOM DE L'ASSURE, DEMANDEUR (L'ASSURE LUI-MEME
      *    OU SON MANDATAIRE) ET DATE DE RECEPTION DE LA DEMANDE,
      *    MODE DE DESIGNATION ('M' MATRICULE, 'N' NOM) ET NOMBRE
      *    D'ELEMENTS COMMUNIQUES
       FD  DOSREG.
       01  DOSREG-REC.
           05 REG-DATE            PIC 9(8).
           05 REG-HEURE           PIC 9(6).
           05 REG-MATRICULE       PIC 9(6).
           05 REG-NOM-PRENOM      PIC X(20).
           05 REG-DEMANDEUR       PIC X(30).
           05 REG-DATE-DEMANDE    PIC 9(8).
           05 REG-MODE            PIC X.
           05 REG-NB-ELEMENTS     PIC 9(5).

       WORKING-STORAGE SECTION.

       01  DOSPAR-FS   PIC 99 VALUE ZEROES.
       01  VEHASS-FS   PIC 99 VALUE ZEROES.
       01  ARRASS-FS   PIC 99 VALUE ZEROES.
       01  AGTPOL-FS   PIC 99 VALUE ZEROES.
       01  ARCJRN-FS   PIC 99 VALUE ZEROES.
       01  JRNASS-FS   PIC 99 VALUE ZEROES.
       01  ARCHIS-FS   PIC 99 VALUE ZEROES.
       01  HISTASS-FS  PIC 99 VALUE ZEROES.
       01  SINASS-FS   PIC 99 VALUE ZEROES.
       01  SINDOS-FS   PIC 99 VALUE ZEROES.
       01  ASSDOM-FS   PIC 99 VALUE ZEROES.
       01  BACCPT-FS   PIC 99 VALUE ZEROES.
       01  BACJRN-FS   PIC 99 VALUE ZEROES.
       01  DOSREL-FS   PIC 99 VALUE ZEROES.
       01  DOSREG-FS   PIC 99 VALUE ZEROES.

      *    ENREGISTREMENTS DU JOURNAL ET DE L'HISTORIQUE EN COURS
      *    D'EXAMEN (EN LIGNE OU ARCHIVE)
           COPY JRNASS.
           COPY HISTASS.

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
              10 ZDATE-EFFET-POLICE PIC 9(7).
           05 ZCODE-RET PIC 99.
           05 ZLIBERR PIC X(50).

      *    ENREGISTREMENT KSDASS DE L'ASSURE, CONSERVE DEPUIS LA
      *    RESOLUTION DE LA DEMANDE
       01  ASSURE-DOSSIER     PIC X(80).

      *    DEMANDE RETENUE
       01  DEM-MATRICULE       PIC 9(6).
       01  DEM-NOM-PRENOM      PIC X(20).
       01  DEM-MODE            PIC X.
           88 DEMANDE-PAR-MATRICULE VALUE 'M'.
           88 DEMANDE-PAR-NOM       VALUE 'N'.
       01  DATE-TRAITEMENT     PIC 9(8).

      *    COUPLE CLIENT / COMPTE DE LA DOMICILIATION, CONSERVE APRES
      *    LA FERMETURE D'ASSDOM POUR LE COMPTE ET SES IMPUTATIONS
       01  DOS-NUMCLID         PIC 9(2).
       01  DOS-NUMCPTD         PIC 9(2).

      *    RESOLUTION DE LA DEMANDE : ASSURE DESIGNE SANS AMBIGUITE
       01  IND-RESOLUTION      PIC X VALUE 'N'.
           88 DEMANDE-RESOLUE      VALUE 'O'.
           88 DEMANDE-NON-RESOLUE  VALUE 'N'.

      *    PRESENCE DE L'ASSURE DANS KSDASS (UN ASSURE SUPPRIME N'Y
      *    FIGURE PLUS, MAIS LES AUTRES FICHIERS GARDENT SA TRACE)
       01  IND-KSDASS          PIC X VALUE 'N'.
           88 ASSURE-EN-LIGNE      VALUE 'O'.
           88 ASSURE-ABSENT        VALUE 'N'.

      *    RAISON DU REFUS DE PRODUIRE LE DOSSIER
       01  RAISON-REFUS        PIC X(60) VALUE SPACES.

      *    ASSURES REPONDANT AU NOM DEMANDE (LES VINGT PREMIERS SONT
      *    LISTES EN CAS D'AMBIGUITE)
       01  CPT-CANDIDATS       PIC 9(5) VALUE ZEROES.
       01  TABLE-CANDIDATS.
           05 CANDIDAT OCCURS 20 TIMES INDEXED BY IX-CAND.
              10 CAND-MATRICULE   PIC 9(6).
              10 CAND-NOM-PRENOM  PIC X(20).
              10 CAND-VILLE       PIC X(12).

      *    IMAGE AVANT OU APRES DU JOURNAL EN COURS D'EDITION, SOUS
      *    SES TROIS VUES (IDENTITE, VEHICULE, APPORTEUR : VOIR
      *    JRNASS.CPY) ET SON LIBELLE DE LIGNE
       01  IMAGE-JRN.
           05 IMG-NOM-PRENOM      PIC X(20).
           05 IMG-RUE-ADRESSE     PIC X(18).
           05 IMG-CODE-POSTAL     PIC 9(5).
           05 IMG-VILLE           PIC X(12).
           05 IMG-TYPE-VEHICULE   PIC X.
           05 IMG-PRIME-BASE      PIC 9(4)V99.
           05 IMG-BONUS-MALUS     PIC X.
           05 IMG-TAUX            PIC 99.
       01  IMG-VEHICULE REDEFINES IMAGE-JRN.
           05 IMG-VEH-ZONE.
              10 IMG-VEH-SEQ      PIC 99.
              10 IMG-VEH-IMMAT    PIC X(10).
              10 IMG-VEH-TYPE     PIC X.
              10 IMG-VEH-DATE-MEC PIC 9(8).
              10 IMG-VEH-PRIME    PIC 9(4)V99.
              10 FILLER           PIC X(28).
           05 FILLER              PIC X(10).
       01  IMG-APPORTEUR REDEFINES IMAGE-JRN.
           05 IMG-AGT-CODE        PIC X(5).
           05 IMG-AGT-NOM         PIC X(20).
           05 IMG-AGT-DATE        PIC 9(8).
           05 FILLER              PIC X(32).
       01  LIBELLE-IMAGE          PIC X(8).

      *    SOURCE DES LIGNES EN COURS D'EDITION
       01  SOURCE-CRT          PIC X(8).

      *    LIGNES D'ENTETE DU DOSSIER
       01  LIGNE-TIT1.
           05 FILLER          PIC X(37)
              VALUE 'DOSSIER DE DROIT D''ACCES - MATRICULE '.
           05 TT1-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TT1-NOM-PRENOM  PIC X(20).
           05 FILLER          PIC X(36) VALUE SPACES.

       01  LIGNE-TIT2.
           05 FILLER          PIC X(12) VALUE 'DEMANDEUR : '.
           05 TT2-DEMANDEUR   PIC X(30).
           05 FILLER          PIC X(12) VALUE ' DEMANDE DU '.
           05 TT2-DATE-DEMANDE PIC 9(8).
           05 FILLER          PIC X(10) VALUE ' EDITE LE '.
           05 TT2-DATE-EDITION PIC 9(8).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  LIGNE-TIT3.
           05 FILLER          PIC X(100) VALUE 'SOURCE    ELEMENT'.

      *    LIGNE D'UN ELEMENT DU DOSSIER : FICHIER SOURCE ET TEXTE
       01  LIGNE-DOS.
           05 DOS-SOURCE      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DOS-TEXTE       PIC X(90).

      *    TEXTES DES ELEMENTS, UN DECOUPAGE PAR SOURCE
       01  TXT-POLICE.
           05 FILLER          PIC X(10) VALUE 'MATRICULE '.
           05 TPO-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(10) VALUE ' POLICE : '.
           05 TPO-ETAT        PIC X(10).
           05 FILLER          PIC X(24)
              VALUE ' DATE D''EFFET (AAAAQQQ) '.
           05 TPO-DATE-EFFET  PIC 9(7).
           05 FILLER          PIC X(23) VALUE SPACES.

       01  TXT-IDENTITE.
           05 TID-LIBELLE     PIC X(8).
           05 TID-NOM-PRENOM  PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-RUE-ADRESSE PIC X(18).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-CODE-POSTAL PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-VILLE       PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-TYPE        PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-PRIME       PIC ZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-BM          PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TID-TAUX        PIC Z9.
           05 FILLER          PIC X(9) VALUE SPACES.

       01  TXT-VEHICULE.
           05 TVE-LIBELLE     PIC X(8).
           05 FILLER          PIC X(9) VALUE 'VEHICULE '.
           05 TVE-SEQ         PIC 99.
           05 FILLER          PIC X(7) VALUE ' IMMAT '.
           05 TVE-IMMAT       PIC X(10).
           05 FILLER          PIC X(6) VALUE ' TYPE '.
           05 TVE-TYPE        PIC X.
           05 FILLER          PIC X(15) VALUE ' MISE EN CIRC. '.
           05 TVE-DATE-MEC    PIC 9(8).
           05 FILLER          PIC X(7) VALUE ' PRIME '.
           05 TVE-PRIME       PIC ZZZ9.99.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  TXT-APPORTEUR.
           05 TAG-LIBELLE     PIC X(8).
           05 FILLER          PIC X(10) VALUE 'APPORTEUR '.
           05 TAG-CODE        PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAG-NOM         PIC X(20).
           05 FILLER          PIC X(12) VALUE ' AFFECTE LE '.
           05 TAG-DATE        PIC 9(8).
           05 FILLER          PIC X(26) VALUE SPACES.

       01  TXT-AFFECTATION.
           05 FILLER          PIC X(10) VALUE 'APPORTEUR '.
           05 TAF-CODE        PIC X(5).
           05 FILLER          PIC X(12) VALUE ' AFFECTE LE '.
           05 TAF-DATE        PIC 9(8).
           05 FILLER          PIC X(23)
              VALUE ' DERNIER TAUX APPLIQUE '.
           05 TAF-TAUX        PIC Z9.99.
           05 FILLER          PIC X(27) VALUE SPACES.

       01  TXT-ARRIERE-1.
           05 FILLER          PIC X(11) VALUE 'MONTANT DU '.
           05 TAR-MONTANT     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(8) VALUE ' ECHECS '.
           05 TAR-NB-ECHECS   PIC Z9.
           05 FILLER          PIC X(15) VALUE ' PREMIER ECHEC '.
           05 TAR-DATE-PREMIER PIC 9(8).
           05 FILLER          PIC X(9) VALUE ' DERNIER '.
           05 TAR-DATE-DERNIER PIC 9(8).
           05 FILLER          PIC X(19) VALUE SPACES.

       01  TXT-ARRIERE-2.
           05 FILLER          PIC X(6) VALUE 'MOTIF '.
           05 TAR-CODE-ERR    PIC 99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAR-LIBELLE     PIC X(50).
           05 FILLER          PIC X(13) VALUE ' SUSPENDU LE '.
           05 TAR-DATE-SUSPENSION PIC 9(8).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  TXT-NEANT.
           05 TNE-LIBELLE     PIC X(8).
           05 TNE-TEXTE       PIC X(82).

       01  TXT-OPERATION.
           05 FILLER          PIC X(10) VALUE 'OPERATION '.
           05 TOP-CODE        PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TOP-LIBELLE     PIC X(25).
           05 FILLER          PIC X(4) VALUE ' LE '.
           05 TOP-DATE        PIC 9(8).
           05 FILLER          PIC X(3) VALUE ' A '.
           05 TOP-HEURE       PIC 9(6).
           05 FILLER          PIC X(32) VALUE SPACES.

       01  TXT-AVENANT.
           05 FILLER          PIC X(17) VALUE 'AVENANT EFFET DU '.
           05 TAV-DATE        PIC 9(8).
           05 FILLER          PIC X(10) VALUE '  ANCIEN  '.
           05 TAV-ANC-PRIME   PIC ZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAV-ANC-TAUX    PIC Z9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAV-ANC-BM      PIC X.
           05 FILLER          PIC X(11) VALUE '  NOUVEAU  '.
           05 TAV-NOUV-PRIME  PIC ZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAV-NOUV-TAUX   PIC Z9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TAV-NOUV-BM     PIC X.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  TXT-SINISTRE.
           05 FILLER          PIC X(12) VALUE 'SINISTRE DU '.
           05 TSI-DATE        PIC 9(8).
           05 FILLER          PIC X(6) VALUE ' TYPE '.
           05 TSI-TYPE        PIC X.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TSI-LIBELLE     PIC X(10).
           05 FILLER          PIC X(52) VALUE SPACES.

       01  TXT-DOSSIER-1.
           05 FILLER          PIC X(8) VALUE 'DOSSIER '.
           05 TSD-NUMSIN      PIC 9(8).
           05 FILLER          PIC X(13) VALUE ' SINISTRE DU '.
           05 TSD-DATE        PIC 9(8).
           05 FILLER          PIC X(6) VALUE ' TYPE '.
           05 TSD-TYPE        PIC X.
           05 FILLER          PIC X(8) VALUE ' STATUT '.
           05 TSD-STATUT      PIC X.
           05 FILLER          PIC X(11) VALUE ' OUVERT LE '.
           05 TSD-DATE-OUVERTURE PIC 9(8).
           05 FILLER          PIC X(9) VALUE ' CLOS LE '.
           05 TSD-DATE-CLOTURE PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.

       01  TXT-DOSSIER-2.
           05 FILLER          PIC X(8) VALUE 'DECLARE '.
           05 TSD-DECLARE     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(9) VALUE ' RESERVE '.
           05 TSD-RESERVE     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(7) VALUE ' REGLE '.
           05 TSD-REGLE       PIC ZZZZZZ9.99.
           05 FILLER          PIC X(13) VALUE ' DERNIER MVT '.
           05 TSD-DATE-MVT    PIC 9(8).
           05 FILLER          PIC X(15) VALUE SPACES.

       01  TXT-DOSSIER-3.
           05 FILLER          PIC X(13) VALUE 'BENEFICIAIRE '.
           05 TSD-NOMCLIC     PIC X(20).
           05 FILLER          PIC X(8) VALUE ' COMPTE '.
           05 TSD-NUMCPTC     PIC 9(2).
           05 FILLER          PIC X(5) VALUE ' BIC '.
           05 TSD-BICCRD      PIC X(11).
           05 FILLER          PIC X(31) VALUE SPACES.

       01  TXT-DOMICILIATION.
           05 FILLER          PIC X(7) VALUE 'CLIENT '.
           05 TDO-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(18) VALUE ' COMPTE A DEBITER '.
           05 TDO-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(61) VALUE SPACES.

       01  TXT-COMPTE.
           05 FILLER          PIC X(7) VALUE 'COMPTE '.
           05 TCP-NUMCPTD     PIC 9(2).
           05 FILLER          PIC X(8) VALUE ' CLIENT '.
           05 TCP-NUMCLID     PIC 9(2).
           05 FILLER          PIC X(11) VALUE ' TITULAIRE '.
           05 TCP-NOMCLI      PIC X(20).
           05 FILLER          PIC X(7) VALUE ' SOLDE '.
           05 TCP-SOLDE       PIC -ZZZZZZZZ9.99.
           05 FILLER          PIC X(4) VALUE ' EUR'.
           05 FILLER          PIC X(16) VALUE SPACES.

       01  TXT-IMPUTATION.
           05 FILLER          PIC X(11) VALUE 'IMPUTATION '.
           05 TBJ-SENS        PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TBJ-MONTANT     PIC -ZZZZZZZZ9.99.
           05 FILLER          PIC X(8) VALUE ' EUR LE '.
           05 TBJ-DATE        PIC 9(8).
           05 FILLER          PIC X(3) VALUE ' A '.
           05 TBJ-HEURE       PIC 9(6).
           05 FILLER          PIC X(5) VALUE ' REF '.
           05 TBJ-REFERENCE   PIC X(16).
           05 FILLER          PIC X(13) VALUE SPACES.

       01  TXT-CANDIDAT.
           05 FILLER          PIC X(19) VALUE 'CANDIDAT MATRICULE '.
           05 TCA-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TCA-NOM-PRENOM  PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 TCA-VILLE       PIC X(12).
           05 FILLER          PIC X(31) VALUE SPACES.

      *    LIGNE DE REFUS (DOSSIER NON PRODUIT)
       01  LIGNE-REFUS.
           05 FILLER          PIC X(22) VALUE 'DOSSIER NON PRODUIT : '.
           05 REF-RAISON      PIC X(60).
           05 FILLER          PIC X(18) VALUE SPACES.

      *    LIGNES DU RECAPITULATIF PAR SOURCE
       01  LIGNE-CTL.
           05 LIG-LIBELLE     PIC X(40).
           05 LIG-VALEUR      PIC ZZZZZZ9.
           05 FILLER          PIC X(53).

      *    ELEMENTS COMMUNIQUES, PAR SOURCE
       01  COMPTEURS.
           05 CPT-KSDASS       PIC 9(5) VALUE ZEROES.
           05 CPT-VEHASS       PIC 9(5) VALUE ZEROES.
           05 CPT-ARCJRN       PIC 9(5) VALUE ZEROES.
           05 CPT-JRNASS       PIC 9(5) VALUE ZEROES.
           05 CPT-ARCHIS       PIC 9(5) VALUE ZEROES.
           05 CPT-HISTASS      PIC 9(5) VALUE ZEROES.
           05 CPT-SINASS       PIC 9(5) VALUE ZEROES.
           05 CPT-SINDOS       PIC 9(5) VALUE ZEROES.
           05 CPT-ASSDOM       PIC 9(5) VALUE ZEROES.
           05 CPT-BACCPT       PIC 9(5) VALUE ZEROES.
           05 CPT-BACJRN       PIC 9(5) VALUE ZEROES.
           05 CPT-ARRASS       PIC 9(5) VALUE ZEROES.
           05 CPT-AGTPOL       PIC 9(5) VALUE ZEROES.
           05 CPT-ELEMENTS     PIC 9(5) VALUE ZEROES.
      *    ELEMENTS DE LA SOURCE EN COURS (EDITION DU NEANT)
       01  CPT-SOURCE          PIC 9(5) VALUE ZEROES.

      *    INDICATEURS DE FIN DE FICHIER
       01                          PIC X VALUE SPACES.
           88 FIN-JRN               VALUE 'Y'.
           88 NON-FIN-JRN           VALUE SPACE.
       01                          PIC X VALUE SPACES.
           88 FIN-HIS               VALUE 'Y'.
           88 NON-FIN-HIS           VALUE SPACE.
       01                          PIC X VALUE SPACES.
           88 FIN-SIN               VALUE 'Y'.
       01                          PIC X VALUE SPACES.
           88 FIN-SDO               VALUE 'Y'.
       01                          PIC X VALUE SPACES.
           88 FIN-BJR               VALUE 'Y'.
       01                          PIC X VALUE SPACES.
           88 FIN-VEH               VALUE 'Y'.

       PROCEDURE DIVISION.

           PERFORM DEBUT
           PERFORM LIRE-DEMANDE
           PERFORM RESOUDRE-DEMANDE

           IF DEMANDE-RESOLUE
              PERFORM ECRIRE-ENTETE
              PERFORM EDITER-POLICE
              PERFORM EXTRAIRE-VEHICULES
              PERFORM EXTRAIRE-JOURNAL
              PERFORM EXTRAIRE-AVENANTS
              PERFORM EXTRAIRE-SINISTRES
              PERFORM EXTRAIRE-DOSSIERS-SINISTRE
              PERFORM EXTRAIRE-DOMICILIATION
              PERFORM EXTRAIRE-ARRIERES
              PERFORM EXTRAIRE-APPORTEUR
              PERFORM EDITION-RECAP
              PERFORM ENREGISTRER-DEMANDE
           ELSE
              PERFORM EDITION-REFUS
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM FIN
           .

       DEBUT.
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           OPEN INPUT DOSPAR
           IF DOSPAR-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DOSPAR, FS : ' DOSPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT DOSREL
           IF DOSREL-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN DOSREL, FS : ' DOSREL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    LECTURE DE LA CARTE DE DEMANDE : DEMANDEUR ET DATE DE LA
      *    DEMANDE EXIGES (ILS SONT PORTES AU REGISTRE), ASSURE
      *    DESIGNE PAR SON MATRICULE OU, A DEFAUT, PAR SON NOM
       LIRE-DEMANDE.
           READ DOSPAR
           IF DOSPAR-FS NOT = ZEROES
              DISPLAY 'CARTE DE DEMANDE ABSENTE, FS : ' DOSPAR-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF DQP-DEMANDEUR = SPACES
              OR DQP-DATE-DEMANDE NOT NUMERIC
              OR DQP-DATE-DEMANDE = ZEROES
              DISPLAY 'CARTE DE DEMANDE INVALIDE : DEMANDEUR OU DATE '
                      'DE LA DEMANDE NON RENSEIGNE'
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           EVALUATE TRUE
              WHEN DQP-MATRICULE NUMERIC AND DQP-MATRICULE > ZEROES
                 SET DEMANDE-PAR-MATRICULE TO TRUE
                 MOVE DQP-MATRICULE TO DEM-MATRICULE
              WHEN DQP-NOM-PRENOM NOT = SPACES
                 SET DEMANDE-PAR-NOM TO TRUE
                 MOVE DQP-NOM-PRENOM TO DEM-NOM-PRENOM
              WHEN OTHER
                 DISPLAY 'CARTE DE DEMANDE INVALIDE : NI MATRICULE NI '
                         'NOM'
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           .

      *    RESOLUTION DE L'ASSURE DEMANDE
       RESOUDRE-DEMANDE.
           IF DEMANDE-PAR-MATRICULE
              PERFORM RESOUDRE-MATRICULE
           ELSE
              PERFORM RESOUDRE-NOM
           END-IF
           .

      *    DEMANDE PAR MATRICULE : LE DOSSIER EST PRODUIT MEME SI
      *    L'ASSURE N'EST PLUS DANS KSDASS (POLICE SUPPRIMEE) : LE
      *    JOURNAL, L'HISTORIQUE ET LES AUTRES FICHIERS GARDENT SA
      *    TRACE, QUI LUI EST DUE AUSSI
       RESOUDRE-MATRICULE.
           MOVE DEM-MATRICULE TO ZMATRICULE
           MOVE 'L' TO ZCODE-FONC
           CALL 'ACCESS3' USING ZASSURES
           EVALUATE ZCODE-RET
              WHEN ZEROES
                 SET ASSURE-EN-LIGNE TO TRUE
                 MOVE ZASSURESRED TO ASSURE-DOSSIER
                 MOVE ZNOM-PRENOM TO DEM-NOM-PRENOM
              WHEN 1
                 SET ASSURE-ABSENT TO TRUE
                 MOVE SPACES TO DEM-NOM-PRENOM
              WHEN OTHER
                 DISPLAY 'ERREUR LECTURE KSDASS MATRICULE '
                         DEM-MATRICULE ' : ' ZLIBERR
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           SET DEMANDE-RESOLUE TO TRUE
           .

      *    DEMANDE PAR NOM : RECHERCHE 'N' D'ACCESS3 (PREFIXE DU NOM)
      *    MENEE JUSQU'A LA FIN DE LISTE, QUI REFERME LE PARCOURS. LE
      *    NOM DOIT DESIGNER UN SEUL ASSURE : LE DOSSIER D'UN
      *    HOMONYME NE DOIT PAS ETRE COMMUNIQUE. UNE POLICE SUPPRIMEE
      *    NE SE RETROUVE PLUS PAR LE NOM (SEUL KSDASS PORTE L'INDEX
      *    SUR LE NOM) : LA DEMANDE DOIT ALORS PORTER LE MATRICULE.
       RESOUDRE-NOM.
           MOVE SPACES TO ZASSURESRED
           MOVE DEM-NOM-PRENOM TO ZNOM-PRENOM
           MOVE 'N' TO ZCODE-FONC
           CALL 'ACCESS3' USING ZASSURES
           PERFORM UNTIL ZCODE-RET NOT = ZEROES
              ADD 1 TO CPT-CANDIDATS
              IF CPT-CANDIDATS = 1
                 MOVE ZASSURESRED TO ASSURE-DOSSIER
              END-IF
              IF CPT-CANDIDATS NOT > 20
                 SET IX-CAND TO CPT-CANDIDATS
                 MOVE ZMATRICULE TO CAND-MATRICULE(IX-CAND)
                 MOVE ZNOM-PRENOM TO CAND-NOM-PRENOM(IX-CAND)
                 MOVE ZVILLE TO CAND-VILLE(IX-CAND)
              END-IF
              CALL 'ACCESS3' USING ZASSURES
           END-PERFORM
           IF ZCODE-RET NOT = 3
              DISPLAY 'ERREUR RECHERCHE KSDASS PAR NOM : ' ZLIBERR
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           EVALUATE CPT-CANDIDATS
              WHEN ZEROES
                 MOVE 'AUCUN ASSURE EN PORTEFEUILLE SOUS CE NOM'
                    TO RAISON-REFUS
              WHEN 1
                 SET DEMANDE-RESOLUE TO TRUE
                 SET ASSURE-EN-LIGNE TO TRUE
                 MOVE ASSURE-DOSSIER TO ZASSURESRED
                 MOVE ZMATRICULE TO DEM-MATRICULE
                 MOVE ZNOM-PRENOM TO DEM-NOM-PRENOM
              WHEN OTHER
                 MOVE 'PLUSIEURS ASSURES SOUS CE NOM, PRECISER LE MATRI
      -             'CULE' TO RAISON-REFUS
           END-EVALUATE
           .

       ECRIRE-ENTETE.
           MOVE DEM-MATRICULE TO TT1-MATRICULE
           MOVE DEM-NOM-PRENOM TO TT1-NOM-PRENOM
           WRITE DOSREL-LIGNE FROM LIGNE-TIT1
           MOVE DQP-DEMANDEUR TO TT2-DEMANDEUR
           MOVE DQP-DATE-DEMANDE TO TT2-DATE-DEMANDE
           MOVE DATE-TRAITEMENT TO TT2-DATE-EDITION
           WRITE DOSREL-LIGNE FROM LIGNE-TIT2
           MOVE SPACES TO DOSREL-LIGNE
           WRITE DOSREL-LIGNE
           WRITE DOSREL-LIGNE FROM LIGNE-TIT3
           .

      *    ENREGISTREMENT EN COURS DE L'ASSURE (KSDASS, LU PAR
      *    ACCESS3)
       EDITER-POLICE.
           MOVE 'KSDASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           IF ASSURE-EN-LIGNE
              MOVE ASSURE-DOSSIER TO ZASSURESRED
              MOVE ZMATRICULE TO TPO-MATRICULE
              IF ZETAT-POLICE = 'U'
                 MOVE 'SUSPENDUE' TO TPO-ETAT
              ELSE
                 MOVE 'EN VIGUEUR' TO TPO-ETAT
              END-IF
              MOVE ZDATE-EFFET-POLICE TO TPO-DATE-EFFET
              MOVE TXT-POLICE TO DOS-TEXTE
              PERFORM ECRIRE-ELEMENT
              MOVE 'ACTUEL :' TO TID-LIBELLE
              MOVE ZNOM-PRENOM TO TID-NOM-PRENOM
              MOVE ZRUE-ADRESSE TO TID-RUE-ADRESSE
              MOVE ZCODE-POSTAL TO TID-CODE-POSTAL
              MOVE ZVILLE TO TID-VILLE
              MOVE ZTYPE-VEHICULE TO TID-TYPE
              MOVE ZPRIME TO TID-PRIME
              MOVE ZBONUS-MALUS TO TID-BM
              MOVE ZTAUX TO TID-TAUX
              MOVE TXT-IDENTITE TO DOS-TEXTE
              PERFORM ECRIRE-LIGNE-SUITE
              ADD 1 TO CPT-KSDASS
           END-IF
           PERFORM FIN-SOURCE
           .

      *    VEHICULES DE LA POLICE (VEHASS), PAR NUMERO D'ORDRE. UNE
      *    POLICE MONO-VEHICULE N'A PAS D'ENREGISTREMENT VEHASS : SON
      *    VEHICULE EST CELUI DE LA FICHE KSDASS CI-DESSUS.
       EXTRAIRE-VEHICULES.
           MOVE 'VEHASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT VEHASS
           EVALUATE VEHASS-FS
              WHEN '00'
                 MOVE DEM-MATRICULE TO VEH-MATRICULE
                 MOVE ZEROES TO VEH-SEQ
                 START VEHASS KEY IS NOT LESS THAN VEH-CLE
                 EVALUATE VEHASS-FS
                    WHEN '00'
                       PERFORM LECTURE-VEHASS
                    WHEN '23'
                       SET FIN-VEH TO TRUE
                    WHEN OTHER
                       DISPLAY 'ERREUR START VEHASS, FS : ' VEHASS-FS
                       PERFORM FIN-ERREUR-GRAVE
                 END-EVALUATE
              WHEN '05'
                 SET FIN-VEH TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           PERFORM UNTIL FIN-VEH
              MOVE 'ACTUEL :' TO TVE-LIBELLE
              MOVE VEH-SEQ TO TVE-SEQ
              MOVE VEH-IMMAT TO TVE-IMMAT
              MOVE VEH-TYPE TO TVE-TYPE
              MOVE VEH-DATE-MEC TO TVE-DATE-MEC
              MOVE VEH-PRIME TO TVE-PRIME
              MOVE TXT-VEHICULE TO DOS-TEXTE
              PERFORM ECRIRE-ELEMENT
              ADD 1 TO CPT-VEHASS
              PERFORM LECTURE-VEHASS
           END-PERFORM
           CLOSE VEHASS
           PERFORM FIN-SOURCE
           .

      *    VEHICULE SUIVANT DE LA POLICE ; LE PARCOURS S'ARRETE AU
      *    PREMIER VEHICULE D'UNE AUTRE POLICE
       LECTURE-VEHASS.
           READ VEHASS NEXT RECORD
                AT END SET FIN-VEH TO TRUE
           END-READ
           IF VEHASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ VEHASS, FS : ' VEHASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           IF VEHASS-FS = ZEROES
              AND VEH-MATRICULE NOT = DEM-MATRICULE
              SET FIN-VEH TO TRUE
           END-IF
           .

      *    JOURNAL D'AUDIT : ARCHIVES PUIS FICHIER EN LIGNE (ORDRE
      *    CHRONOLOGIQUE)
       EXTRAIRE-JOURNAL.
           MOVE 'ARCJRN' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT ARCJRN
           IF ARCJRN-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARCJRN, FS : ' ARCJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-JRN TO TRUE
           PERFORM LECTURE-ARCJRN
           PERFORM UNTIL FIN-JRN
              IF JRN-MATRICULE = DEM-MATRICULE
                 PERFORM EDITER-JOURNAL
                 ADD 1 TO CPT-ARCJRN
              END-IF
              PERFORM LECTURE-ARCJRN
           END-PERFORM
           CLOSE ARCJRN
           PERFORM FIN-SOURCE

           MOVE 'JRNASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT JRNASS
           IF JRNASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN JRNASS, FS : ' JRNASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-JRN TO TRUE
           PERFORM LECTURE-JRNASS
           PERFORM UNTIL FIN-JRN
              IF JRN-MATRICULE = DEM-MATRICULE
                 PERFORM EDITER-JOURNAL
                 ADD 1 TO CPT-JRNASS
              END-IF
              PERFORM LECTURE-JRNASS
           END-PERFORM
           CLOSE JRNASS
           PERFORM FIN-SOURCE
           .

       LECTURE-ARCJRN.
           READ ARCJRN INTO JRNASS-REC
                AT END SET FIN-JRN TO TRUE
           END-READ
           IF ARCJRN-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ ARCJRN, FS : ' ARCJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       LECTURE-JRNASS.
           READ JRNASS INTO JRNASS-REC
                AT END SET FIN-JRN TO TRUE
           END-READ
           IF JRNASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ JRNASS, FS : ' JRNASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    EDITION D'UNE ENTREE DU JOURNAL : OPERATION, PUIS IMAGES
      *    AVANT ET APRES SOUS LA VUE QUI CORRESPOND A L'OPERATION
       EDITER-JOURNAL.
           MOVE JRN-OPERATION TO TOP-CODE
           EVALUATE JRN-OPERATION
              WHEN 'M' MOVE 'MODIFICATION' TO TOP-LIBELLE
              WHEN 'S' MOVE 'SUPPRESSION' TO TOP-LIBELLE
              WHEN 'U' MOVE 'SUSPENSION' TO TOP-LIBELLE
              WHEN 'R' MOVE 'REINTEGRATION' TO TOP-LIBELLE
              WHEN 'A' MOVE 'RESILIATION' TO TOP-LIBELLE
              WHEN 'V' MOVE 'AJOUT D''UN VEHICULE' TO TOP-LIBELLE
              WHEN 'W' MOVE 'MODIFICATION D''UN VEHICULE'
                          TO TOP-LIBELLE
              WHEN 'X' MOVE 'RETRAIT D''UN VEHICULE' TO TOP-LIBELLE
              WHEN 'G' MOVE 'AFFECTATION A UN APPORTEUR'
                          TO TOP-LIBELLE
              WHEN OTHER MOVE 'OPERATION NON REPERTORIEE'
                          TO TOP-LIBELLE
           END-EVALUATE
           MOVE JRN-DATE TO TOP-DATE
           MOVE JRN-HEURE TO TOP-HEURE
           MOVE TXT-OPERATION TO DOS-TEXTE
           PERFORM ECRIRE-ELEMENT

           MOVE JRN-AVANT TO IMAGE-JRN
           MOVE 'AVANT  :' TO LIBELLE-IMAGE
           PERFORM EDITER-IMAGE
           MOVE JRN-APRES TO IMAGE-JRN
           MOVE 'APRES  :' TO LIBELLE-IMAGE
           PERFORM EDITER-IMAGE
           .

      *    EDITION D'UNE IMAGE DU JOURNAL. UNE IMAGE A BLANC (AVANT
      *    UN AJOUT, APRES UN RETRAIT OU UNE SUPPRESSION) EST EDITEE
      *    COMME TELLE ; UNE AFFECTATION A BLANC EST UNE AFFAIRE
      *    DIRECTE.
       EDITER-IMAGE.
           EVALUATE TRUE
              WHEN JRN-OPERATION = 'V' OR 'W' OR 'X'
                 IF IMG-VEH-ZONE = SPACES
                    PERFORM EDITER-IMAGE-NEANT
                 ELSE
                    MOVE LIBELLE-IMAGE TO TVE-LIBELLE
                    MOVE IMG-VEH-SEQ TO TVE-SEQ
                    MOVE IMG-VEH-IMMAT TO TVE-IMMAT
                    MOVE IMG-VEH-TYPE TO TVE-TYPE
                    MOVE IMG-VEH-DATE-MEC TO TVE-DATE-MEC
                    MOVE IMG-VEH-PRIME TO TVE-PRIME
                    MOVE TXT-VEHICULE TO DOS-TEXTE
                    PERFORM ECRIRE-LIGNE-SUITE
                 END-IF
              WHEN JRN-OPERATION = 'G'
                 IF IMG-AGT-CODE = SPACES
                    MOVE LIBELLE-IMAGE TO TNE-LIBELLE
                    MOVE 'AFFAIRE DIRECTE (SANS APPORTEUR)' TO TNE-TEXTE
                    MOVE TXT-NEANT TO DOS-TEXTE
                    PERFORM ECRIRE-LIGNE-SUITE
                 ELSE
                    MOVE LIBELLE-IMAGE TO TAG-LIBELLE
                    MOVE IMG-AGT-CODE TO TAG-CODE
                    MOVE IMG-AGT-NOM TO TAG-NOM
                    MOVE IMG-AGT-DATE TO TAG-DATE
                    MOVE TXT-APPORTEUR TO DOS-TEXTE
                    PERFORM ECRIRE-LIGNE-SUITE
                 END-IF
              WHEN OTHER
                 IF IMG-NOM-PRENOM = SPACES
                    PERFORM EDITER-IMAGE-NEANT
                 ELSE
                    MOVE LIBELLE-IMAGE TO TID-LIBELLE
                    MOVE IMG-NOM-PRENOM TO TID-NOM-PRENOM
                    MOVE IMG-RUE-ADRESSE TO TID-RUE-ADRESSE
                    MOVE IMG-CODE-POSTAL TO TID-CODE-POSTAL
                    MOVE IMG-VILLE TO TID-VILLE
                    MOVE IMG-TYPE-VEHICULE TO TID-TYPE
                    MOVE IMG-PRIME-BASE TO TID-PRIME
                    MOVE IMG-BONUS-MALUS TO TID-BM
                    MOVE IMG-TAUX TO TID-TAUX
                    MOVE TXT-IDENTITE TO DOS-TEXTE
                    PERFORM ECRIRE-LIGNE-SUITE
                 END-IF
           END-EVALUATE
           .

       EDITER-IMAGE-NEANT.
           MOVE LIBELLE-IMAGE TO TNE-LIBELLE
           MOVE '(NEANT)' TO TNE-TEXTE
           MOVE TXT-NEANT TO DOS-TEXTE
           PERFORM ECRIRE-LIGNE-SUITE
           .

      *    HISTORIQUE DES AVENANTS : ARCHIVES PUIS FICHIER EN LIGNE
       EXTRAIRE-AVENANTS.
           MOVE 'ARCHIS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT ARCHIS
           IF ARCHIS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARCHIS, FS : ' ARCHIS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-HIS TO TRUE
           PERFORM LECTURE-ARCHIS
           PERFORM UNTIL FIN-HIS
              IF HIST-MATRICULE = DEM-MATRICULE
                 PERFORM EDITER-AVENANT
                 ADD 1 TO CPT-ARCHIS
              END-IF
              PERFORM LECTURE-ARCHIS
           END-PERFORM
           CLOSE ARCHIS
           PERFORM FIN-SOURCE

           MOVE 'HISTASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT HISTASS
           IF HISTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN HISTASS, FS : ' HISTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           SET NON-FIN-HIS TO TRUE
           PERFORM LECTURE-HISTASS
           PERFORM UNTIL FIN-HIS
              IF HIST-MATRICULE = DEM-MATRICULE
                 PERFORM EDITER-AVENANT
                 ADD 1 TO CPT-HISTASS
              END-IF
              PERFORM LECTURE-HISTASS
           END-PERFORM
           CLOSE HISTASS
           PERFORM FIN-SOURCE
           .

       LECTURE-ARCHIS.
           READ ARCHIS INTO HISTASS-REC
                AT END SET FIN-HIS TO TRUE
           END-READ
           IF ARCHIS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ ARCHIS, FS : ' ARCHIS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       LECTURE-HISTASS.
           READ HISTASS INTO HISTASS-REC
                AT END SET FIN-HIS TO TRUE
           END-READ
           IF HISTASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ HISTASS, FS : ' HISTASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       EDITER-AVENANT.
           MOVE HIST-DATE-EFFET TO TAV-DATE
           MOVE HIST-ANCIEN-PRIME TO TAV-ANC-PRIME
           MOVE HIST-ANCIEN-TAUX TO TAV-ANC-TAUX
           MOVE HIST-ANCIEN-BONUS-MALUS TO TAV-ANC-BM
           MOVE HIST-NOUVEAU-PRIME TO TAV-NOUV-PRIME
           MOVE HIST-NOUVEAU-TAUX TO TAV-NOUV-TAUX
           MOVE HIST-NOUVEAU-BONUS-MALUS TO TAV-NOUV-BM
           MOVE TXT-AVENANT TO DOS-TEXTE
           PERFORM ECRIRE-ELEMENT
           .

      *    SINISTRES DECLARES
       EXTRAIRE-SINISTRES.
           MOVE 'SINASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT SINASS
           IF SINASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINASS, FS : ' SINASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM LECTURE-SINASS
           PERFORM UNTIL FIN-SIN
              IF SIN-MATRICULE = DEM-MATRICULE
                 MOVE SIN-DATE TO TSI-DATE
                 MOVE SIN-TYPE TO TSI-TYPE
                 EVALUATE SIN-TYPE
                    WHEN 'M' MOVE 'MATERIEL' TO TSI-LIBELLE
                    WHEN 'C' MOVE 'CORPOREL' TO TSI-LIBELLE
                    WHEN 'V' MOVE 'VOL' TO TSI-LIBELLE
                    WHEN OTHER MOVE SPACES TO TSI-LIBELLE
                 END-EVALUATE
                 MOVE TXT-SINISTRE TO DOS-TEXTE
                 PERFORM ECRIRE-ELEMENT
                 ADD 1 TO CPT-SINASS
              END-IF
              PERFORM LECTURE-SINASS
           END-PERFORM
           CLOSE SINASS
           PERFORM FIN-SOURCE
           .

       LECTURE-SINASS.
           READ SINASS
                AT END SET FIN-SIN TO TRUE
           END-READ
           IF SINASS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINASS, FS : ' SINASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    DOSSIERS DE SINISTRE (MONTANTS, REGLEMENTS ET COORDONNEES
      *    BANCAIRES DU BENEFICIAIRE)
       EXTRAIRE-DOSSIERS-SINISTRE.
           MOVE 'SINDOS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT SINDOS
           IF SINDOS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM LECTURE-SINDOS
           PERFORM UNTIL FIN-SDO
              IF SDO-MATRICULE = DEM-MATRICULE
                 PERFORM EDITER-DOSSIER-SINISTRE
                 ADD 1 TO CPT-SINDOS
              END-IF
              PERFORM LECTURE-SINDOS
           END-PERFORM
           CLOSE SINDOS
           PERFORM FIN-SOURCE
           .

       LECTURE-SINDOS.
           READ SINDOS NEXT RECORD
                AT END SET FIN-SDO TO TRUE
           END-READ
           IF SINDOS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINDOS, FS : ' SINDOS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

       EDITER-DOSSIER-SINISTRE.
           MOVE SDO-NUMSIN TO TSD-NUMSIN
           MOVE SDO-DATE-SINISTRE TO TSD-DATE
           MOVE SDO-TYPE TO TSD-TYPE
           MOVE SDO-STATUT TO TSD-STATUT
           MOVE SDO-DATE-OUVERTURE TO TSD-DATE-OUVERTURE
           MOVE SDO-DATE-CLOTURE TO TSD-DATE-CLOTURE
           MOVE TXT-DOSSIER-1 TO DOS-TEXTE
           PERFORM ECRIRE-ELEMENT
           MOVE SDO-MONTANT-DECLARE TO TSD-DECLARE
           MOVE SDO-RESERVE TO TSD-RESERVE
           MOVE SDO-CUMUL-REGLE TO TSD-REGLE
           MOVE SDO-DATE-DERNIER-MVT TO TSD-DATE-MVT
           MOVE TXT-DOSSIER-2 TO DOS-TEXTE
           PERFORM ECRIRE-LIGNE-SUITE
           IF SDO-NOMCLIC NOT = SPACES
              MOVE SDO-NOMCLIC TO TSD-NOMCLIC
              MOVE SDO-NUMCPTC TO TSD-NUMCPTC
              MOVE SDO-BICCRD TO TSD-BICCRD
              MOVE TXT-DOSSIER-3 TO DOS-TEXTE
              PERFORM ECRIRE-LIGNE-SUITE
           END-IF
           .

      *    DOMICILIATION BANCAIRE, COMPTE DOMICILIE ET SES
      *    IMPUTATIONS. LE COMPTE N'EST COMMUNIQUE QUE S'IL EST
      *    TOUJOURS DETENU PAR LE CLIENT DE LA DOMICILIATION : UN
      *    COMPTE PASSE A UN AUTRE TITULAIRE (BACMAJ) NE DOIT PAS
      *    LIVRER L'IDENTITE NI LE SOLDE DE CE DERNIER. LES
      *    IMPUTATIONS SONT DE MEME RETENUES SUR LE COUPLE CLIENT /
      *    COMPTE.
       EXTRAIRE-DOMICILIATION.
           MOVE 'ASSDOM' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT ASSDOM
           IF ASSDOM-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ASSDOM, FS : ' ASSDOM-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DEM-MATRICULE TO DOM-MATRICULE
           READ ASSDOM
           EVALUATE ASSDOM-FS
              WHEN '00'
                 MOVE DOM-NUMCLID TO DOS-NUMCLID
                 MOVE DOM-NUMCPTD TO DOS-NUMCPTD
                 MOVE DOM-NUMCLID TO TDO-NUMCLID
                 MOVE DOM-NUMCPTD TO TDO-NUMCPTD
                 MOVE TXT-DOMICILIATION TO DOS-TEXTE
                 PERFORM ECRIRE-ELEMENT
                 ADD 1 TO CPT-ASSDOM
              WHEN '23'
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ ASSDOM, FS : ' ASSDOM-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           CLOSE ASSDOM
           PERFORM FIN-SOURCE

           IF CPT-ASSDOM > ZEROES
              PERFORM EXTRAIRE-COMPTE
              PERFORM EXTRAIRE-IMPUTATIONS
           END-IF
           .

       EXTRAIRE-COMPTE.
           MOVE 'BACCPT' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT BACCPT
           IF BACCPT-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN BACCPT, FS : ' BACCPT-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DOS-NUMCPTD TO BAC-NUMCPTD
           READ BACCPT
           EVALUATE BACCPT-FS
              WHEN '00'
                 IF BAC-NUMCLID = DOS-NUMCLID
                    MOVE BAC-NUMCPTD TO TCP-NUMCPTD
                    MOVE BAC-NUMCLID TO TCP-NUMCLID
                    MOVE BAC-NOMCLI TO TCP-NOMCLI
                    MOVE BAC-SOLDE TO TCP-SOLDE
                    MOVE TXT-COMPTE TO DOS-TEXTE
                    PERFORM ECRIRE-ELEMENT
                    ADD 1 TO CPT-BACCPT
                 ELSE
                    MOVE 'COMPTE DOMICILIE DETENU PAR UN AUTRE CLIENT'
                       TO DOS-TEXTE
                    PERFORM ECRIRE-LIGNE-SUITE
                 END-IF
              WHEN '23'
                 MOVE 'COMPTE DOMICILIE CLOS (ABSENT DU FICHIER)'
                    TO DOS-TEXTE
                 PERFORM ECRIRE-LIGNE-SUITE
              WHEN OTHER
                 DISPLAY 'ERREUR READ BACCPT, FS : ' BACCPT-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           CLOSE BACCPT
           PERFORM FIN-SOURCE
           .

       EXTRAIRE-IMPUTATIONS.
           MOVE 'BACJRN' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT BACJRN
           IF BACJRN-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN BACJRN, FS : ' BACJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           PERFORM LECTURE-BACJRN
           PERFORM UNTIL FIN-BJR
              IF BJR-NUMCPTD = DOS-NUMCPTD
                 AND BJR-NUMCLID = DOS-NUMCLID
                 IF BJR-SENS = 'D'
                    MOVE 'DEBIT' TO TBJ-SENS
                 ELSE
                    MOVE 'CREDIT' TO TBJ-SENS
                 END-IF
                 MOVE BJR-MONTANT TO TBJ-MONTANT
                 MOVE BJR-DATE TO TBJ-DATE
                 MOVE BJR-HEURE TO TBJ-HEURE
                 MOVE BJR-REFERENCE TO TBJ-REFERENCE
                 MOVE TXT-IMPUTATION TO DOS-TEXTE
                 PERFORM ECRIRE-ELEMENT
                 ADD 1 TO CPT-BACJRN
              END-IF
              PERFORM LECTURE-BACJRN
           END-PERFORM
           CLOSE BACJRN
           PERFORM FIN-SOURCE
           .

       LECTURE-BACJRN.
           READ BACJRN
                AT END SET FIN-BJR TO TRUE
           END-READ
           IF BACJRN-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ BACJRN, FS : ' BACJRN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           .

      *    COMPTE D'ARRIERES DE PRIME (ARRASS) : IL N'EXISTE QUE TANT
      *    QU'UN PRELEVEMENT DE L'ASSURE RESTE IMPAYE
       EXTRAIRE-ARRIERES.
           MOVE 'ARRASS' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT ARRASS
           IF ARRASS-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN ARRASS, FS : ' ARRASS-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DEM-MATRICULE TO ARR-MATRICULE
           READ ARRASS
           EVALUATE ARRASS-FS
              WHEN '00'
                 MOVE ARR-MONTANT-DU TO TAR-MONTANT
                 MOVE ARR-NB-ECHECS TO TAR-NB-ECHECS
                 MOVE ARR-DATE-PREMIER-ECHEC TO TAR-DATE-PREMIER
                 MOVE ARR-DATE-DERNIER-ECHEC TO TAR-DATE-DERNIER
                 MOVE TXT-ARRIERE-1 TO DOS-TEXTE
                 PERFORM ECRIRE-ELEMENT
                 MOVE ARR-CODE-ERR TO TAR-CODE-ERR
                 MOVE ARR-LIBELLE TO TAR-LIBELLE
                 MOVE ARR-DATE-SUSPENSION TO TAR-DATE-SUSPENSION
                 MOVE TXT-ARRIERE-2 TO DOS-TEXTE
                 PERFORM ECRIRE-LIGNE-SUITE
                 ADD 1 TO CPT-ARRASS
              WHEN '23'
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ ARRASS, FS : ' ARRASS-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           CLOSE ARRASS
           PERFORM FIN-SOURCE
           .

      *    AFFECTATION DE LA POLICE A SON APPORTEUR (AGTPOL) ; SANS
      *    AFFECTATION, LA POLICE EST UNE AFFAIRE DIRECTE
       EXTRAIRE-APPORTEUR.
           MOVE 'AGTPOL' TO SOURCE-CRT
           PERFORM DEBUT-SOURCE
           OPEN INPUT AGTPOL
           IF AGTPOL-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN AGTPOL, FS : ' AGTPOL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE DEM-MATRICULE TO AFF-MATRICULE
           READ AGTPOL
           EVALUATE AGTPOL-FS
              WHEN '00'
                 MOVE AFF-CODE-AGENT TO TAF-CODE
                 MOVE AFF-DATE-AFFECTATION TO TAF-DATE
                 MOVE AFF-TAUX-APPLIQUE TO TAF-TAUX
                 MOVE TXT-AFFECTATION TO DOS-TEXTE
                 PERFORM ECRIRE-ELEMENT
                 ADD 1 TO CPT-AGTPOL
              WHEN '23'
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTPOL, FS : ' AGTPOL-FS
                 PERFORM FIN-ERREUR-GRAVE
           END-EVALUATE
           CLOSE AGTPOL
           PERFORM FIN-SOURCE
           .

      *    OUVERTURE D'UNE SOURCE SUR LE DOSSIER : LIGNE DE
      *    SEPARATION, COMPTEUR DES ELEMENTS DE LA SOURCE A ZERO
       DEBUT-SOURCE.
           MOVE ZEROES TO CPT-SOURCE
           MOVE SPACES TO DOSREL-LIGNE
           WRITE DOSREL-LIGNE
           .

      *    FERMETURE D'UNE SOURCE : UNE SOURCE SANS ELEMENT POUR CET
      *    ASSURE EST DITE EXPLICITEMENT (LE DOSSIER DOIT MONTRER QUE
      *    LE FICHIER A ETE CONSULTE)
       FIN-SOURCE.
           IF CPT-SOURCE = ZEROES
              MOVE 'AUCUN ELEMENT POUR CET ASSURE' TO DOS-TEXTE
              PERFORM ECRIRE-LIGNE-SUITE
           END-IF
           .

      *    ECRITURE DE LA PREMIERE LIGNE D'UN ELEMENT (COMPTE COMME
      *    ELEMENT DE LA SOURCE ET DU DOSSIER)
       ECRIRE-ELEMENT.
           ADD 1 TO CPT-SOURCE
           ADD 1 TO CPT-ELEMENTS
           PERFORM ECRIRE-LIGNE-SUITE
           .

      *    ECRITURE D'UNE LIGNE DU DOSSIER, ETIQUETEE DE SA SOURCE
       ECRIRE-LIGNE-SUITE.
           MOVE SOURCE-CRT TO DOS-SOURCE
           WRITE DOSREL-LIGNE FROM LIGNE-DOS
           IF DOSREL-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE DOSREL, FS : ' DOSREL-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           MOVE SPACES TO DOS-TEXTE
           .

      *    RECAPITULATIF DES ELEMENTS COMMUNIQUES PAR SOURCE
       EDITION-RECAP.
           MOVE SPACES TO DOSREL-LIGNE
           WRITE DOSREL-LIGNE

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS KSDASS (POLICE EN COURS) ....' TO LIG-LIBELLE
           MOVE CPT-KSDASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS VEHASS (VEHICULES) ..........' TO LIG-LIBELLE
           MOVE CPT-VEHASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS ARCJRN (JOURNAL ARCHIVE) ....' TO LIG-LIBELLE
           MOVE CPT-ARCJRN TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS JRNASS (JOURNAL EN LIGNE) ...' TO LIG-LIBELLE
           MOVE CPT-JRNASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS ARCHIS (AVENANTS ARCHIVES) ..' TO LIG-LIBELLE
           MOVE CPT-ARCHIS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS HISTASS (AVENANTS) ..........' TO LIG-LIBELLE
           MOVE CPT-HISTASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS SINASS (SINISTRES) ..........' TO LIG-LIBELLE
           MOVE CPT-SINASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS SINDOS (DOSSIERS SINISTRE) ..' TO LIG-LIBELLE
           MOVE CPT-SINDOS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS ASSDOM (DOMICILIATION) ......' TO LIG-LIBELLE
           MOVE CPT-ASSDOM TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS BACCPT (COMPTE) .............' TO LIG-LIBELLE
           MOVE CPT-BACCPT TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS BACJRN (IMPUTATIONS) ........' TO LIG-LIBELLE
           MOVE CPT-BACJRN TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS ARRASS (ARRIERES DE PRIME) ..' TO LIG-LIBELLE
           MOVE CPT-ARRASS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'ELEMENTS AGTPOL (APPORTEUR) ..........' TO LIG-LIBELLE
           MOVE CPT-AGTPOL TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL

           MOVE SPACES TO LIGNE-CTL
           MOVE 'TOTAL DES ELEMENTS COMMUNIQUES .......' TO LIG-LIBELLE
           MOVE CPT-ELEMENTS TO LIG-VALEUR
           WRITE DOSREL-LIGNE FROM LIGNE-CTL
           .

      *    DOSSIER NON PRODUIT : RAISON, ET LISTE DES HOMONYMES
      *    QUAND LE NOM EN DESIGNE PLUSIEURS (LA DEMANDE EST A
      *    REPRESENTER AVEC LE MATRICULE)
       EDITION-REFUS.
           MOVE RAISON-REFUS TO REF-RAISON
           WRITE DOSREL-LIGNE FROM LIGNE-REFUS
           MOVE 'KSDASS' TO SOURCE-CRT
           PERFORM VARYING IX-CAND FROM 1 BY 1
              UNTIL IX-CAND > 20 OR IX-CAND > CPT-CANDIDATS
              MOVE CAND-MATRICULE(IX-CAND) TO TCA-MATRICULE
              MOVE CAND-NOM-PRENOM(IX-CAND) TO TCA-NOM-PRENOM
              MOVE CAND-VILLE(IX-CAND) TO TCA-VILLE
              MOVE TXT-CANDIDAT TO DOS-TEXTE
              PERFORM ECRIRE-LIGNE-SUITE
           END-PERFORM
           DISPLAY 'DOSSIER NON PRODUIT : ' RAISON-REFUS
           .

      *    INSCRIPTION DU DOSSIER PRODUIT AU REGISTRE DES DEMANDES.
      *    LE DOSSIER EST EDITE : UN INCIDENT SUR LE REGISTRE EST
      *    SIGNALE ET TERMINE LE RUN EN CODE RETOUR 8 (INSCRIPTION A
      *    FAIRE A LA MAIN).
       ENREGISTRER-DEMANDE.
           OPEN EXTEND DOSREG
           IF DOSREG-FS NOT = ZEROES AND 05
              DISPLAY 'ERREUR OPEN DOSREG, FS : ' DOSREG-FS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE DATE-TRAITEMENT TO REG-DATE
              ACCEPT REG-HEURE FROM TIME
              MOVE DEM-MATRICULE TO REG-MATRICULE
              MOVE DEM-NOM-PRENOM TO REG-NOM-PRENOM
              MOVE DQP-DEMANDEUR TO REG-DEMANDEUR
              MOVE DQP-DATE-DEMANDE TO REG-DATE-DEMANDE
              MOVE DEM-MODE TO REG-MODE
              MOVE CPT-ELEMENTS TO REG-NB-ELEMENTS
              WRITE DOSREG-REC
              IF DOSREG-FS NOT = ZEROES
                 DISPLAY 'ERREUR WRITE DOSREG, FS : ' DOSREG-FS
                 MOVE 8 TO RETURN-CODE
              END-IF
              CLOSE DOSREG
           END-IF
           .

       FIN-ERREUR-GRAVE.
           MOVE 15 TO RETURN-CODE
           PERFORM FIN
           .

       FIN.
           CLOSE DOSPAR
           CLOSE DOSREL
           DISPLAY 'MATRICULE DEMANDE   : ' DEM-MATRICULE
           DISPLAY 'ELEMENTS COMMUNIQUES: ' CPT-ELEMENTS
            STOP RUN
           .
