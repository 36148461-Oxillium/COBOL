           ACCESS           IS DYNAMIC
           RECORD KEY       IS TRF-CLE
           FILE STATUS      IS TRFASS-FS.

      *    VEHICULES ASSURES DE CHAQUE POLICE (VOIR VEHASS.CPY).
      *    FICHIER OPTIONNEL : ABSENT TANT QU'AUCUNE POLICE N'A FAIT
      *    L'OBJET D'UNE MISE A JOUR DE VEHICULE
           SELECT OPTIONAL VEHASS ASSIGN TO DDVEHASS
           ORGANIZATION     IS INDEXED
           ACCESS           IS DYNAMIC
           RECORD KEY       IS VEH-CLE
           FILE STATUS      IS VEHASS-FS.

      *    FICHIER DE REFERENCE DES CODES POSTAUX, TENU A JOUR PAR
      *    CPVMAJ : L'ADRESSE D'UNE CREATION OU D'UNE MODIFICATION
      *    D'ADRESSE DOIT Y FIGURER (VOIR CPVASS.CPY)
           SELECT CPVASS ASSIGN TO DDCPVASS
           ORGANIZATION     IS INDEXED
           ACCESS           IS RANDOM
           RECORD KEY       IS CPV-CLE
           FILE STATUS      IS CPVASS-FS.

      *    AFFECTATION DES POLICES A LEUR APPORTEUR (VOIR AGTPOL.CPY).
      *    FICHIER OPTIONNEL : ABSENT TANT QU'AUCUNE POLICE N'A ETE
      *    AFFECTEE A UN APPORTEUR
           SELECT OPTIONAL AGTPOL ASSIGN TO DDAGTPOL
           ORGANIZATION     IS INDEXED
           ACCESS           IS RANDOM
           RECORD KEY       IS AFF-MATRICULE
           FILE STATUS      IS AGTPOL-FS.

      *    FICHIER DES APPORTEURS, TENU A JOUR PAR AGTMAJ : UNE POLICE
      *    NE S'AFFECTE QU'A UN APPORTEUR QUI Y FIGURE (VOIR
      *    AGTASS.CPY). FICHIER OPTIONNEL : SANS LUI, AUCUNE
      *    AFFECTATION N'EST ACCEPTEE.
           SELECT OPTIONAL AGTASS ASSIGN TO DDAGTASS
           ORGANIZATION     IS INDEXED
           ACCESS           IS RANDOM
           RECORD KEY       IS AGT-CODE
           FILE STATUS      IS AGTASS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  KSDASS.
       FD  TRFASS.
           COPY TRFASS.

       FD  VEHASS.
           COPY VEHASS.

       FD  CPVASS.
           COPY CPVASS.

       FD  AGTPOL.
           COPY AGTPOL.

       FD  AGTASS.
           COPY AGTASS.

       WORKING-STORAGE SECTION.

       01  KSDASS-FS              PIC 99 VALUE ZEROES.
       01  JRNASS-FS              PIC 99 VALUE ZEROES.
       01  HISTASS-FS             PIC 99 VALUE ZEROES.
       01  TRFASS-FS              PIC 99 VALUE ZEROES.
       01  VEHASS-FS              PIC 99 VALUE ZEROES.
       01  CPVASS-FS              PIC 99 VALUE ZEROES.
       01  AGTPOL-FS              PIC 99 VALUE ZEROES.
       01  AGTASS-FS              PIC 99 VALUE ZEROES.

      *    DATE DU JOUR POUR SELECTIONNER LES LIGNES DE BAREME DONT LA
      *    DATE D'EFFET EST ATTEINTE
           88 FIN-TRF                 VALUE 'O'.
           88 NON-FIN-TRF             VALUE 'N'.

      *    INDICATEUR DE FIN DE PARCOURS DES VEHICULES D'UNE POLICE
       01  IND-FIN-VEH            PIC X VALUE 'N'.
           88 FIN-VEH                 VALUE 'O'.
           88 NON-FIN-VEH             VALUE 'N'.

      *    LA POLICE TRAITEE EST-ELLE AFFECTEE A UN APPORTEUR
       01  IND-AFFECTATION        PIC X VALUE 'N'.
           88 AFFECTATION-TROUVEE     VALUE 'O'.
           88 AFFECTATION-ABSENTE     VALUE 'N'.

       01  JRN-HORODATE.
           05 JRN-H-DATE          PIC 9(8).
           05 JRN-H-HEURE         PIC 9(6).
      *    BAREME DE TARIFICATION PARTAGE AVEC ACCSONL (VOIR TARIFASS.CPY)
       COPY TARIFASS.

      *    VEHICULES DE LA POLICE EN COURS DE TRAITEMENT, PARTAGE AVEC
      *    ACCSONL (VOIR VEHTAB.CPY)
       COPY VEHTAB.

      *    LA ZONE LIBRE DE FIN D'ENREGISTREMENT PORTE DESORMAIS
      *    L'ETAT DE LA POLICE ('U' = SUSPENDUE : COTISATION IMPAYEE,
      *    COUVERTURE GELEE SANS PERDRE L'HISTORIQUE NI LE MATRICULE,
              10 ZZONE-POLICE.
                 15 ZETAT-POLICE  PIC X.
                 15 ZDATE-EFFET-POLICE PIC 9(7).
      *    VUE VEHICULE DE LA ZONE, POUR LES CODES 'V' (AJOUT D'UN
      *    VEHICULE A LA POLICE), 'W' (MODIFICATION) ET 'X' (RETRAIT).
      *    ZV-SEQ A ZERO EN AJOUT : LE PROCHAIN NUMERO LIBRE EST
      *    ATTRIBUE ET RENDU DANS ZV-SEQ. ZV-PRIME PORTE AU RETOUR LA
      *    PRIME CALCULEE DU VEHICULE ; ZTYPE-VEHICULE, ZPRIME,
      *    ZBONUS-MALUS ET ZTAUX (HORS DE CETTE VUE) CEUX DE LA POLICE
      *    APRES L'OPERATION.
           05 ZVEHICULE REDEFINES ZASSURESRED.
              10 ZV-MATRICULE     PIC 9(6).
              10 ZV-SEQ           PIC 99.
              10 ZV-IMMAT         PIC X(10).
              10 ZV-TYPE          PIC X.
              10 ZV-DATE-MEC      PIC 9(8).
              10 ZV-PRIME         PIC 9(4)V99.
              10 FILLER           PIC X(47).
      *    VUE APPORTEUR DE LA ZONE, POUR LES CODES 'G' (AFFECTATION
      *    DE LA POLICE A UN APPORTEUR ; ZG-CODE-AGENT A BLANC = RETOUR
      *    EN AFFAIRE DIRECTE) ET 'K' (CONSULTATION DE L'AFFECTATION).
      *    ZG-NOM-AGENT ET ZG-DATE-AFFECTATION SONT RENDUS AU RETOUR
      *    (A BLANC / A ZERO POUR UNE AFFAIRE DIRECTE).
           05 ZAPPORTEUR REDEFINES ZASSURESRED.
              10 ZG-MATRICULE     PIC 9(6).
              10 ZG-CODE-AGENT    PIC X(5).
              10 ZG-NOM-AGENT     PIC X(20).
              10 ZG-DATE-AFFECTATION PIC 9(8).
              10 FILLER           PIC X(41).
           05 ZCODE-RET           PIC 99.
           05 ZLIBERR             PIC X(50).

      *    CODE 5  POUR MATRICULE INEXISTANT (MODIF./SUPPRESSION)
      *    CODE 6  POUR ETAT DE POLICE INCOMPATIBLE (SUSPENSION D'UNE
      *            POLICE DEJA SUSPENDUE, REINTEGRATION D'UNE POLICE
      *            NON SUSPENDUE, AJOUT DE VEHICULE A UNE POLICE
      *            SUSPENDUE)
      *    CODE 7  POUR VEHICULE DEJA EXISTANT / INEXISTANT (AJOUT,
      *            MODIFICATION, RETRAIT) OU RETRAIT DU DERNIER
      *            VEHICULE DE LA POLICE
      *    CODE 8  POUR VEHICULE INVALIDE (IMMATRICULATION, TYPE, DATE
      *            DE MISE EN CIRCULATION, NOMBRE MAXIMUM ATTEINT) OU
      *            PRIME DE LA POLICE HORS CAPACITE
      *    CODE 9  POUR CODE FONCTION ERRONE
      *    CODE 10 POUR ADRESSE HORS REFERENTIEL : COUPLE CODE POSTAL
      *            / VILLE ABSENT DE CPVASS (CREATION, MODIFICATION
      *            DE L'ADRESSE)
      *    CODE 11 POUR APPORTEUR INCONNU : CODE ABSENT DU FICHIER DES
      *            APPORTEURS AGTASS (AFFECTATION 'G')
      *    CODE 99 POUR PROBLEME SUR FICHIER KSDS
      *    SUR UNE RESILIATION ('A'), ZPRIME PORTE AU RETOUR LE
      *    REMBOURSEMENT PRORATA DE LA PRIME NON COURUE
      * RESILIATION EN COURS D'ANNEE AVEC REMBOURSEMENT PRORATA
              WHEN 'A'
                PERFORM RESILIATION-POLICE
      * AJOUT D'UN VEHICULE A LA POLICE
              WHEN 'V'
                PERFORM AJOUT-VEHICULE
      * MODIFICATION D'UN VEHICULE DE LA POLICE
              WHEN 'W'
                PERFORM MODIFICATION-VEHICULE
      * RETRAIT D'UN VEHICULE DE LA POLICE
              WHEN 'X'
                PERFORM RETRAIT-VEHICULE
      * AFFECTATION DE LA POLICE A UN APPORTEUR
              WHEN 'G'
                PERFORM AFFECTATION-APPORTEUR
      * CONSULTATION DE L'APPORTEUR DE LA POLICE
              WHEN 'K'
                PERFORM CONSULTATION-APPORTEUR
      * LECTURE SEQUENTIELLE
              WHEN 'Q'
                PERFORM LECTURE-SEQ
                 MOVE 'ERREUR OUVERTURE HISTASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
              OPEN I-O VEHASS
              IF VEHASS-FS NOT = ZEROES AND 05
                 DISPLAY 'ERREUR OPEN VEHASS, FS : ' VEHASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR OUVERTURE VEHASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
              OPEN INPUT CPVASS
              IF CPVASS-FS NOT = ZEROES
                 DISPLAY 'ERREUR OPEN CPVASS, FS : ' CPVASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR OUVERTURE CPVASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
              OPEN I-O AGTPOL
              IF AGTPOL-FS NOT = ZEROES AND 05
                 DISPLAY 'ERREUR OPEN AGTPOL, FS : ' AGTPOL-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR OUVERTURE AGTPOL' TO ZLIBERR
                 PERFORM FIN
              END-IF
              OPEN INPUT AGTASS
              IF AGTASS-FS NOT = ZEROES AND 05
                 DISPLAY 'ERREUR OPEN AGTASS, FS : ' AGTASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR OUVERTURE AGTASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
              SET FICHIERS-OUVERTS TO TRUE
           END-IF
           IF TARIFS-NON-INITIALISES
           MOVE CP-PRIME-CALCULEE TO ZPRIME
           .

      *    REGLES DE GESTION DES VEHICULES D'UNE POLICE PARTAGEES AVEC
      *    ACCSONL (VOIR VEHCAL.CPY)
       COPY VEHCAL.


      *    LECTURE EMPLOYE KSDASS (CONSULTATION SIMPLE, NE MODIFIE PLUS
      *    ZCODE-FONC : LE CODE MOUVEMENT EST DESORMAIS EXPLICITE)
              MOVE 2 TO ZCODE-RET
              MOVE 'NOM PRENOM NON RENSEIGNE' TO ZLIBERR
           ELSE
              PERFORM CONTROLE-ADRESSE
           END-IF
           IF ZCODE-RET = ZEROES
              MOVE ZMATRICULE TO KSDASS-KEY
              READ KSDASS INTO ASSURES
              IF KSDASS-FS = ZEROES
           END-IF
           .

      *    CONTROLE DE L'ADRESSE SAISIE CONTRE LE REFERENTIEL DES
      *    CODES POSTAUX : LE COUPLE CODE POSTAL / VILLE DOIT Y FIGURER
       CONTROLE-ADRESSE.
           IF ZCODE-POSTAL NOT NUMERIC OR ZVILLE = SPACES
              MOVE 10 TO ZCODE-RET
              MOVE 'VILLE INCOMPATIBLE CODE POSTAL' TO ZLIBERR
           ELSE
              MOVE ZCODE-POSTAL TO CPV-CODE-POSTAL
              MOVE ZVILLE TO CPV-VILLE
              READ CPVASS
              EVALUATE CPVASS-FS
                 WHEN '00'
                    CONTINUE
                 WHEN '23'
                    MOVE 10 TO ZCODE-RET
                    MOVE 'VILLE INCOMPATIBLE CODE POSTAL' TO ZLIBERR
                 WHEN OTHER
                    DISPLAY 'ERREUR READ CPVASS, FS : ' CPVASS-FS
                    MOVE 99 TO ZCODE-RET
                    MOVE 'ERREUR LECTURE CPVASS' TO ZLIBERR
              END-EVALUATE
           END-IF
           .

      *    MODIFICATION EMPLOYE DANS LE FICHIER KSDS
       MODIFICATION-EMPLOYE.
           MOVE ZMATRICULE TO KSDASS-KEY
              MOVE 5 TO ZCODE-RET
              MOVE 'MATRICULE INEXISTANT' TO ZLIBERR
           ELSE
      *    UNE POLICE A PLUSIEURS VEHICULES EST RETARIFEE VEHICULE PAR
      *    VEHICULE (NOUVEAU BONUS-MALUS) ET SA PRIME EST LA SOMME DES
      *    PRIMES OBTENUES ; SON TYPE RESTE CELUI DU VEHICULE
      *    PRINCIPAL, LES TYPES SE MODIFIANT PAR LE CODE 'W'
              PERFORM CHARGER-VEHICULES
              IF VC-VEHICULES-EN-FICHIER
                 PERFORM TARIFER-POLICE-VEHICULES
              ELSE
                 PERFORM CALCULER-PRIME-MOUVEMENT
              END-IF
      *    L'ADRESSE N'EST CONTROLEE QUE SI LE MOUVEMENT LA CHANGE :
      *    UNE FICHE ANTERIEURE AU REFERENTIEL RESTE MODIFIABLE SUR
      *    SES AUTRES ZONES (REVISION BONUS-MALUS, RENOUVELLEMENT)
      *    JUSQU'A SA REPRISE PAR LE BACK-OFFICE (ETAT CPVBAL)
              IF ZCODE-RET = ZEROES
                 AND (ZCODE-POSTAL NOT = CODE-POSTAL
                      OR ZVILLE NOT = VILLE)
                 PERFORM CONTROLE-ADRESSE
              END-IF
      *    L'ETAT DE LA POLICE (ET SA ZONE RESERVEE) N'EST PAS PORTE
      *    PAR LES MOUVEMENTS : IL EST PRESERVE DEPUIS L'ENREGISTRE-
      *    MENT LU, SANS QUOI LA MODIFICATION EFFACERAIT UNE
      *    SUSPENSION EN COURS
              MOVE ZONE-POLICE TO ZZONE-POLICE
              IF ZCODE-RET = ZEROES
      *    COMPARAISON CHAMP A CHAMP (ET NON DU GROUPE ENTIER) : LE
      *    GROUPE INCLUT CODE-MVT, QUI PORTE LE CODE DU DERNIER
      *    MOUVEMENT ACCEPTE SUR CE MATRICULE (PAR EXEMPLE 'C' A LA
      *    CREATION) ET N'A RIEN A VOIR AVEC LE CONTENU DE LA FICHE ;
      *    LE COMPARER AURAIT DETECTE UN CHANGEMENT A TORT SUR LA
      *    PREMIERE MODIFICATION SOUMISE APRES UNE CREATION.
                 IF ZMATRICULE = MATRICULE
                    AND ZNOM-PRENOM = NOM-PRENOM
                    AND ZRUE-ADRESSE = RUE-ADRESSE
                    AND ZCODE-POSTAL = CODE-POSTAL
                    AND ZVILLE = VILLE
                    AND ZTYPE-VEHICULE = TYPE-VEHICULE
                    AND ZPRIME = PRIME-BASE
                    AND ZBONUS-MALUS = BONUS-MALUS
                    AND ZTAUX = TAUX
                    DISPLAY 'AUNCUNE MODIFICATION, PAS DE CHANGEMENT'
                    MOVE ZEROES TO ZCODE-RET
                 ELSE
                    MOVE 'M' TO JRN-OPERATION
                    MOVE NOM-PRENOM TO JRN-AV-NOM-PRENOM
                    MOVE RUE-ADRESSE TO JRN-AV-RUE-ADRESSE
                    MOVE CODE-POSTAL TO JRN-AV-CODE-POSTAL
                    MOVE VILLE TO JRN-AV-VILLE
                    MOVE TYPE-VEHICULE TO JRN-AV-TYPE-VEHICULE
                    MOVE PRIME-BASE TO JRN-AV-PRIME-BASE
                    MOVE BONUS-MALUS TO JRN-AV-BONUS-MALUS
                    MOVE TAUX TO JRN-AV-TAUX
                    MOVE ZASSURESRED TO KSDASS-REC
                    REWRITE KSDASS-REC
                    IF KSDASS-FS = ZEROES
                       MOVE ZEROES TO ZCODE-RET
                       PERFORM JOURNALISATION
                       IF VC-VEHICULES-EN-FICHIER
                          PERFORM REECRIRE-VEHICULES
                       END-IF
                       IF PRIME-BASE NOT = ZPRIME
                          OR TAUX NOT = ZTAUX
                          OR BONUS-MALUS NOT = ZBONUS-MALUS
                          PERFORM ENREGISTRER-AVENANT
                       END-IF
                    ELSE
                       DISPLAY 'ERREUR REWRITE KSD, FS : ' KSDASS-FS
                       MOVE 99 TO ZCODE-RET
                       MOVE 'ERREUR MODIFICATION KSDASS' TO ZLIBERR
                    END-IF
                 END-IF
              END-IF
           END-IF
              IF KSDASS-FS = ZEROES
                 MOVE ZEROES TO ZCODE-RET
                 PERFORM JOURNALISATION
                 PERFORM SUPPRIMER-VEHICULES-POLICE
                 PERFORM SUPPRIMER-AFFECTATION
              ELSE
                 DISPLAY 'ERREUR DELETE KSD, FS : ' KSDASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE ASSURES TO ZASSURESRED
                 MOVE REMBOURSEMENT TO ZPRIME
                 PERFORM JOURNALISATION
                 PERFORM SUPPRIMER-VEHICULES-POLICE
              ELSE
                 DISPLAY 'ERREUR DELETE KSD, FS : ' KSDASS-FS
                 MOVE 99 TO ZCODE-RET
           END-IF
           .

      *    AJOUT D'UN VEHICULE A LA POLICE : LE VEHICULE EST TARIFE SUR
      *    SON TYPE ET LE BONUS-MALUS DE LA POLICE, LA PRIME DE LA
      *    POLICE DEVIENT LA SOMME DES PRIMES DE SES VEHICULES. REFUSE
      *    SUR UNE POLICE SUSPENDUE (PAS DE NOUVELLE COUVERTURE).
       AJOUT-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF ZCODE-RET = ZEROES AND POLICE-SUSPENDUE
              MOVE 6 TO ZCODE-RET
              MOVE 'POLICE SUSPENDUE, AJOUT DE VEHICULE REFUSE'
                 TO ZLIBERR
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM CONTROLER-SAISIE-VEHICULE
           END-IF
           IF ZCODE-RET = ZEROES
              IF ZV-SEQ = ZEROES
                 IF VC-SEQ-LIBRE = ZEROES
                    MOVE 8 TO ZCODE-RET
                    MOVE 'NOMBRE MAXIMUM DE VEHICULES ATTEINT'
                       TO ZLIBERR
                 ELSE
                    MOVE VC-SEQ-LIBRE TO ZV-SEQ VC-SEQ
                 END-IF
              ELSE
                 PERFORM RECHERCHER-VEHICULE
                 IF VC-VEHICULE-TROUVE
                    MOVE 7 TO ZCODE-RET
                    MOVE 'VEHICULE DEJA EXISTANT' TO ZLIBERR
                 END-IF
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM CONTROLER-IMMAT-VEHICULE
              IF VC-IMMAT-EN-DOUBLE
                 MOVE 7 TO ZCODE-RET
                 MOVE 'IMMATRICULATION DEJA PRESENTE SUR LA POLICE'
                    TO ZLIBERR
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM TARIFER-VEHICULE-SAISI
              MOVE 'V' TO JRN-OPERATION
              MOVE SPACES TO JRN-AV-VEH-ZONE
              MOVE ZEROES TO JRN-AV-VEH-SEQ JRN-AV-VEH-DATE-MEC
                             JRN-AV-VEH-PRIME
              ADD 1 TO NB-VEHICULES
              SET IX-TVH TO NB-VEHICULES
              PERFORM GARNIR-POSTE-VEHICULE
              PERFORM GARNIR-JOURNAL-VEH-APRES
              PERFORM APPLIQUER-MAJ-VEHICULE
           END-IF
           .

      *    MODIFICATION D'UN VEHICULE DE LA POLICE (IMMATRICULATION,
      *    TYPE, DATE DE MISE EN CIRCULATION) : LE VEHICULE EST
      *    RETARIFE ET LA PRIME DE LA POLICE RECALCULEE
       MODIFICATION-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF ZCODE-RET = ZEROES
              PERFORM CONTROLER-SAISIE-VEHICULE
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM RECHERCHER-VEHICULE
              IF VC-VEHICULE-ABSENT
                 MOVE 7 TO ZCODE-RET
                 MOVE 'VEHICULE INEXISTANT' TO ZLIBERR
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM CONTROLER-IMMAT-VEHICULE
              IF VC-IMMAT-EN-DOUBLE
                 MOVE 7 TO ZCODE-RET
                 MOVE 'IMMATRICULATION DEJA PRESENTE SUR LA POLICE'
                    TO ZLIBERR
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              PERFORM TARIFER-VEHICULE-SAISI
              MOVE 'W' TO JRN-OPERATION
              PERFORM GARNIR-JOURNAL-VEH-AVANT
              PERFORM GARNIR-POSTE-VEHICULE
              PERFORM GARNIR-JOURNAL-VEH-APRES
              PERFORM APPLIQUER-MAJ-VEHICULE
           END-IF
           .

      *    RETRAIT D'UN VEHICULE DE LA POLICE. LE DERNIER VEHICULE NE
      *    SE RETIRE PAS : C'EST ALORS LA POLICE ELLE-MEME QUI EST
      *    SUPPRIMEE OU RESILIEE.
       RETRAIT-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF ZCODE-RET = ZEROES
              MOVE ZV-SEQ TO VC-SEQ
              PERFORM RECHERCHER-VEHICULE
              IF VC-VEHICULE-ABSENT
                 MOVE 7 TO ZCODE-RET
                 MOVE 'VEHICULE INEXISTANT' TO ZLIBERR
              ELSE
                 IF NB-VEHICULES = 1
                    MOVE 7 TO ZCODE-RET
                    MOVE
                       'DERNIER VEHICULE DE LA POLICE, RETRAIT REFUSE'
                       TO ZLIBERR
                 END-IF
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              MOVE 'X' TO JRN-OPERATION
              PERFORM GARNIR-JOURNAL-VEH-AVANT
              MOVE SPACES TO JRN-AP-VEH-ZONE
              MOVE ZEROES TO JRN-AP-VEH-SEQ JRN-AP-VEH-DATE-MEC
                             JRN-AP-VEH-PRIME
              PERFORM RETIRER-VEHICULE
              PERFORM APPLIQUER-MAJ-VEHICULE
           END-IF
           .

      *    LECTURE DE LA POLICE ET CHARGEMENT DE SES VEHICULES AVANT
      *    UNE OPERATION SUR UN VEHICULE
       PREPARER-MAJ-VEHICULE.
           MOVE ZV-MATRICULE TO KSDASS-KEY
           READ KSDASS INTO ASSURES
           IF KSDASS-FS NOT = ZEROES
              MOVE 5 TO ZCODE-RET
              MOVE 'MATRICULE INEXISTANT' TO ZLIBERR
           ELSE
              PERFORM CHARGER-VEHICULES
              PERFORM TOTALISER-VEHICULES
           END-IF
           .

      *    CONTROLE DE LA SAISIE DU VEHICULE (VOIR VEHCAL.CPY)
       CONTROLER-SAISIE-VEHICULE.
           MOVE ZV-SEQ TO VC-SEQ
           MOVE ZV-IMMAT TO VC-IMMAT
           MOVE ZV-TYPE TO VC-TYPE
           MOVE ZV-DATE-MEC TO VC-DATE-MEC
           PERFORM CONTROLER-VEHICULE
           IF VC-ANOMALIE NOT = SPACES
              MOVE 8 TO ZCODE-RET
              MOVE VC-ANOMALIE TO ZLIBERR
           END-IF
           .

      *    TARIFICATION DU VEHICULE SAISI SUR SON TYPE ET LE
      *    BONUS-MALUS DE LA POLICE : LA PRIME CALCULEE EST RENDUE DANS
      *    ZV-PRIME
       TARIFER-VEHICULE-SAISI.
           MOVE ZV-MATRICULE TO CP-MATRICULE
           MOVE ZV-TYPE TO CP-TYPE-VEHICULE
           MOVE BONUS-MALUS TO CP-BONUS-MALUS
           MOVE ZV-PRIME TO CP-PRIME-SAISIE
           PERFORM CALCUL-PRIME
           MOVE CP-PRIME-CALCULEE TO ZV-PRIME
           .

      *    RETARIFICATION DE TOUS LES VEHICULES D'UNE POLICE SUR LE
      *    BONUS-MALUS DU MOUVEMENT (CODE 'M')
       TARIFER-POLICE-VEHICULES.
           MOVE ZMATRICULE TO CP-MATRICULE
           MOVE ZBONUS-MALUS TO CP-BONUS-MALUS
           PERFORM RETARIFER-VEHICULES
           PERFORM TOTALISER-VEHICULES
           IF VC-PRIME-HORS-CAPACITE
              MOVE 8 TO ZCODE-RET
              MOVE 'PRIME DE LA POLICE HORS CAPACITE' TO ZLIBERR
           ELSE
              MOVE VC-PRIME-POLICE TO ZPRIME
              MOVE VC-TYPE-PRINCIPAL TO ZTYPE-VEHICULE
           END-IF
           .

      *    REPORT DE LA SAISIE DANS LE POSTE IX-TVH DE LA TABLE
       GARNIR-POSTE-VEHICULE.
           MOVE ZV-SEQ TO TVH-SEQ(IX-TVH)
           MOVE ZV-IMMAT TO TVH-IMMAT(IX-TVH)
           MOVE ZV-TYPE TO TVH-TYPE(IX-TVH)
           MOVE ZV-DATE-MEC TO TVH-DATE-MEC(IX-TVH)
           MOVE ZV-PRIME TO TVH-PRIME(IX-TVH)
           .

      *    IMAGES VEHICULE DU JOURNAL DEPUIS LE POSTE IX-TVH (AVANT
      *    SA MODIFICATION OU SON RETRAIT, APRES SON AJOUT OU SA
      *    MODIFICATION)
       GARNIR-JOURNAL-VEH-AVANT.
           MOVE SPACES TO JRN-AV-VEH-ZONE
           MOVE TVH-SEQ(IX-TVH) TO JRN-AV-VEH-SEQ
           MOVE TVH-IMMAT(IX-TVH) TO JRN-AV-VEH-IMMAT
           MOVE TVH-TYPE(IX-TVH) TO JRN-AV-VEH-TYPE
           MOVE TVH-DATE-MEC(IX-TVH) TO JRN-AV-VEH-DATE-MEC
           MOVE TVH-PRIME(IX-TVH) TO JRN-AV-VEH-PRIME
           .

       GARNIR-JOURNAL-VEH-APRES.
           MOVE SPACES TO JRN-AP-VEH-ZONE
           MOVE TVH-SEQ(IX-TVH) TO JRN-AP-VEH-SEQ
           MOVE TVH-IMMAT(IX-TVH) TO JRN-AP-VEH-IMMAT
           MOVE TVH-TYPE(IX-TVH) TO JRN-AP-VEH-TYPE
           MOVE TVH-DATE-MEC(IX-TVH) TO JRN-AP-VEH-DATE-MEC
           MOVE TVH-PRIME(IX-TVH) TO JRN-AP-VEH-PRIME
           .

      *    APPLICATION D'UNE OPERATION SUR UN VEHICULE : LA TABLE EST
      *    DEJA A JOUR, ON EN DEDUIT LA NOUVELLE PRIME ET LE TYPE
      *    PRINCIPAL DE LA POLICE, PUIS ON MET A JOUR VEHASS ET KSDASS,
      *    ON JOURNALISE L'OPERATION (IMAGES VEHICULE ET POLICE) ET ON
      *    ENREGISTRE UN AVENANT SI LA PRIME DE LA POLICE A CHANGE.
       APPLIQUER-MAJ-VEHICULE.
           PERFORM TOTALISER-VEHICULES
           IF VC-PRIME-HORS-CAPACITE
              MOVE 8 TO ZCODE-RET
              MOVE 'PRIME DE LA POLICE HORS CAPACITE' TO ZLIBERR
           ELSE
              MOVE TYPE-VEHICULE TO JRN-AV-TYPE-VEHICULE
              MOVE PRIME-BASE TO JRN-AV-PRIME-BASE
              MOVE BONUS-MALUS TO JRN-AV-BONUS-MALUS
              MOVE TAUX TO JRN-AV-TAUX
              PERFORM MAJ-FICHIER-VEHICULES
              MOVE VC-PRIME-POLICE TO PRIME-BASE
              MOVE VC-TYPE-PRINCIPAL TO TYPE-VEHICULE
              REWRITE KSDASS-REC FROM ASSURES
              IF KSDASS-FS = ZEROES
                 MOVE ZEROES TO ZCODE-RET
                 MOVE TYPE-VEHICULE TO ZTYPE-VEHICULE
                                       JRN-AP-TYPE-VEHICULE
                 MOVE PRIME-BASE TO ZPRIME JRN-AP-PRIME-BASE
                 MOVE BONUS-MALUS TO ZBONUS-MALUS JRN-AP-BONUS-MALUS
                 MOVE TAUX TO ZTAUX JRN-AP-TAUX
                 PERFORM JOURNALISATION
                 IF PRIME-BASE NOT = JRN-AV-PRIME-BASE
                    PERFORM ENREGISTRER-AVENANT-VEHICULE
                 END-IF
              ELSE
                 DISPLAY 'ERREUR REWRITE KSD, FS : ' KSDASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR MISE A JOUR VEHICULE KSDASS' TO ZLIBERR
              END-IF
           END-IF
           .

      *    REPORT DE L'OPERATION DANS VEHASS. A LA PREMIERE OPERATION
      *    SUR UNE POLICE MONO-VEHICULE, TOUTE LA TABLE (VEHICULE
      *    D'ORIGINE COMPRIS) EST ECRITE.
       MAJ-FICHIER-VEHICULES.
           IF VC-MIGRATION-A-FAIRE
              PERFORM VARYING IX-TVC FROM 1 BY 1
                 UNTIL IX-TVC > NB-VEHICULES
                 PERFORM ECRIRE-VEHICULE
              END-PERFORM
           ELSE
              EVALUATE JRN-OPERATION
                 WHEN 'V'
                    SET IX-TVC TO IX-TVH
                    PERFORM ECRIRE-VEHICULE
                 WHEN 'W'
                    SET IX-TVC TO IX-TVH
                    PERFORM GARNIR-VEHASS
                    REWRITE VEHASS-REC
                    IF VEHASS-FS NOT = ZEROES
                       DISPLAY 'ERREUR REWRITE VEHASS, FS : ' VEHASS-FS
                       MOVE 99 TO ZCODE-RET
                       MOVE 'ERREUR MODIFICATION VEHASS' TO ZLIBERR
                       PERFORM FIN
                    END-IF
                 WHEN 'X'
                    MOVE ZV-MATRICULE TO VEH-MATRICULE
                    MOVE JRN-AV-VEH-SEQ TO VEH-SEQ
                    DELETE VEHASS
                    IF VEHASS-FS NOT = ZEROES
                       DISPLAY 'ERREUR DELETE VEHASS, FS : ' VEHASS-FS
                       MOVE 99 TO ZCODE-RET
                       MOVE 'ERREUR RETRAIT VEHASS' TO ZLIBERR
                       PERFORM FIN
                    END-IF
              END-EVALUATE
           END-IF
           .

      *    ECRITURE DU POSTE IX-TVC DANS VEHASS
       ECRIRE-VEHICULE.
           PERFORM GARNIR-VEHASS
           WRITE VEHASS-REC
           IF VEHASS-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE VEHASS, FS : ' VEHASS-FS
              MOVE 99 TO ZCODE-RET
              MOVE 'ERREUR CREATION VEHASS' TO ZLIBERR
              PERFORM FIN
           END-IF
           .

      *    REECRITURE DE TOUS LES VEHICULES DE LA POLICE APRES UNE
      *    RETARIFICATION (CODE 'M')
       REECRIRE-VEHICULES.
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              PERFORM GARNIR-VEHASS
              REWRITE VEHASS-REC
              IF VEHASS-FS NOT = ZEROES
                 DISPLAY 'ERREUR REWRITE VEHASS, FS : ' VEHASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR MODIFICATION VEHASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
           END-PERFORM
           .

      *    ENREGISTREMENT VEHASS DEPUIS LE POSTE IX-TVC DE LA TABLE
       GARNIR-VEHASS.
           MOVE SPACES TO VEHASS-REC
           MOVE MATRICULE TO VEH-MATRICULE
           MOVE TVH-SEQ(IX-TVC) TO VEH-SEQ
           MOVE TVH-IMMAT(IX-TVC) TO VEH-IMMAT
           MOVE TVH-TYPE(IX-TVC) TO VEH-TYPE
           MOVE TVH-DATE-MEC(IX-TVC) TO VEH-DATE-MEC
           MOVE TVH-PRIME(IX-TVC) TO VEH-PRIME
           ACCEPT VEH-DATE-MAJ FROM DATE YYYYMMDD
           .

      *    CHARGEMENT DES VEHICULES DE LA POLICE LUE DANS ASSURES. SANS
      *    ENREGISTREMENT VEHASS, LE VEHICULE DECRIT PAR LA FICHE
      *    KSDASS DEVIENT LE VEHICULE NUMERO 01 (SANS IMMATRICULATION
      *    NI DATE, A COMPLETER PAR UNE MODIFICATION 'W').
       CHARGER-VEHICULES.
           MOVE ZEROES TO NB-VEHICULES
           SET VC-VEHICULES-EN-FICHIER TO TRUE
           SET NON-FIN-VEH TO TRUE
           MOVE MATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           START VEHASS KEY IS NOT LESS THAN VEH-CLE
              INVALID KEY
                 SET FIN-VEH TO TRUE
           END-START
           PERFORM UNTIL FIN-VEH
              READ VEHASS NEXT RECORD
                 AT END
                    SET FIN-VEH TO TRUE
                 NOT AT END
                    IF VEH-MATRICULE = MATRICULE
                       ADD 1 TO NB-VEHICULES
                       SET IX-TVC TO NB-VEHICULES
                       MOVE VEH-SEQ TO TVH-SEQ(IX-TVC)
                       MOVE VEH-IMMAT TO TVH-IMMAT(IX-TVC)
                       MOVE VEH-TYPE TO TVH-TYPE(IX-TVC)
                       MOVE VEH-DATE-MEC TO TVH-DATE-MEC(IX-TVC)
                       MOVE VEH-PRIME TO TVH-PRIME(IX-TVC)
                    ELSE
                       SET FIN-VEH TO TRUE
                    END-IF
              END-READ
              IF VEHASS-FS NOT = ZEROES AND 10
                 DISPLAY 'ERREUR READ VEHASS, FS : ' VEHASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR LECTURE VEHASS' TO ZLIBERR
                 PERFORM FIN
              END-IF
           END-PERFORM
           IF NB-VEHICULES = ZEROES
              SET VC-MIGRATION-A-FAIRE TO TRUE
              MOVE 1 TO NB-VEHICULES
              MOVE 1 TO TVH-SEQ(1)
              MOVE SPACES TO TVH-IMMAT(1)
              MOVE TYPE-VEHICULE TO TVH-TYPE(1)
              MOVE ZEROES TO TVH-DATE-MEC(1)
              MOVE PRIME-BASE TO TVH-PRIME(1)
           END-IF
           .

      *    SUPPRESSION DES VEHICULES D'UNE POLICE SUPPRIMEE OU RESILIEE
       SUPPRIMER-VEHICULES-POLICE.
           SET NON-FIN-VEH TO TRUE
           MOVE ZMATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           START VEHASS KEY IS NOT LESS THAN VEH-CLE
              INVALID KEY
                 SET FIN-VEH TO TRUE
           END-START
           PERFORM UNTIL FIN-VEH
              READ VEHASS NEXT RECORD
                 AT END
                    SET FIN-VEH TO TRUE
                 NOT AT END
                    IF VEH-MATRICULE = ZMATRICULE
                       DELETE VEHASS
                       IF VEHASS-FS NOT = ZEROES
                          DISPLAY 'ERREUR DELETE VEHASS, FS : '
                                  VEHASS-FS
                       END-IF
                    ELSE
                       SET FIN-VEH TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

      *    AFFECTATION DE LA POLICE A UN APPORTEUR (AGENT OU
      *    COURTIER) : LE CODE DOIT FIGURER DANS AGTASS ; A BLANC, LA
      *    POLICE REDEVIENT UNE AFFAIRE DIRECTE ET SON AFFECTATION EST
      *    RETIREE. UN CHANGEMENT D'APPORTEUR REMET A ZERO LE TAUX
      *    APPLIQUE : LE NOUVEL APPORTEUR NE SUPPORTE PAS DE RAPPEL
      *    SUR DES COMMISSIONS VERSEES A L'ANCIEN. JOURNALISEE DANS
      *    JRNASS ('G') ; UNE AFFECTATION INCHANGEE NE L'EST PAS.
       AFFECTATION-APPORTEUR.
           MOVE ZG-MATRICULE TO KSDASS-KEY
           READ KSDASS INTO ASSURES
           IF KSDASS-FS NOT = ZEROES
              MOVE 5 TO ZCODE-RET
              MOVE 'MATRICULE INEXISTANT' TO ZLIBERR
           ELSE
              PERFORM LIRE-AFFECTATION
           END-IF
           IF ZCODE-RET = ZEROES
              MOVE 'G' TO JRN-OPERATION
              MOVE SPACES TO JRN-AV-APPORTEUR
              MOVE ZEROES TO JRN-AV-AGT-DATE
              IF AFFECTATION-TROUVEE
                 MOVE AFF-CODE-AGENT TO JRN-AV-AGT-CODE AGT-CODE
                 MOVE AFF-DATE-AFFECTATION TO JRN-AV-AGT-DATE
                 READ AGTASS
                 IF AGTASS-FS = ZEROES
                    MOVE AGT-NOM TO JRN-AV-AGT-NOM
                 END-IF
              END-IF
              IF ZG-CODE-AGENT NOT = SPACES
                 PERFORM CONTROLE-APPORTEUR
              END-IF
           END-IF
           IF ZCODE-RET = ZEROES
              IF ZG-CODE-AGENT = JRN-AV-AGT-CODE
                 MOVE JRN-AV-AGT-NOM TO ZG-NOM-AGENT
                 MOVE JRN-AV-AGT-DATE TO ZG-DATE-AFFECTATION
              ELSE
                 PERFORM MAJ-AFFECTATION
              END-IF
           END-IF
           .

      *    CONSULTATION DE L'APPORTEUR DE LA POLICE (AFFAIRE DIRECTE :
      *    CODE, NOM ET DATE RENDUS A BLANC / A ZERO)
       CONSULTATION-APPORTEUR.
           MOVE ZG-MATRICULE TO KSDASS-KEY
           READ KSDASS INTO ASSURES
           IF KSDASS-FS NOT = ZEROES
              MOVE 1 TO ZCODE-RET
              MOVE 'MATRICULE INEXISTANT' TO ZLIBERR
           ELSE
              PERFORM LIRE-AFFECTATION
           END-IF
           IF ZCODE-RET = ZEROES
              MOVE SPACES TO ZG-CODE-AGENT ZG-NOM-AGENT
              MOVE ZEROES TO ZG-DATE-AFFECTATION
              IF AFFECTATION-TROUVEE
                 MOVE AFF-CODE-AGENT TO ZG-CODE-AGENT AGT-CODE
                 MOVE AFF-DATE-AFFECTATION TO ZG-DATE-AFFECTATION
                 READ AGTASS
                 IF AGTASS-FS = ZEROES
                    MOVE AGT-NOM TO ZG-NOM-AGENT
                 ELSE
                    MOVE 'APPORTEUR INCONNU' TO ZG-NOM-AGENT
                 END-IF
              END-IF
           END-IF
           .

      *    LECTURE DE L'AFFECTATION DE LA POLICE ZG-MATRICULE
       LIRE-AFFECTATION.
           MOVE ZG-MATRICULE TO AFF-MATRICULE
           READ AGTPOL
           EVALUATE AGTPOL-FS
              WHEN '00'
                 SET AFFECTATION-TROUVEE TO TRUE
              WHEN '23'
                 SET AFFECTATION-ABSENTE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTPOL, FS : ' AGTPOL-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR LECTURE AGTPOL' TO ZLIBERR
           END-EVALUATE
           .

      *    L'APPORTEUR DEMANDE DOIT FIGURER DANS LE FICHIER DES
      *    APPORTEURS
       CONTROLE-APPORTEUR.
           MOVE ZG-CODE-AGENT TO AGT-CODE
           READ AGTASS
           EVALUATE AGTASS-FS
              WHEN '00'
                 CONTINUE
              WHEN '23'
                 MOVE 11 TO ZCODE-RET
                 MOVE 'APPORTEUR INCONNU' TO ZLIBERR
              WHEN OTHER
                 DISPLAY 'ERREUR READ AGTASS, FS : ' AGTASS-FS
                 MOVE 99 TO ZCODE-RET
                 MOVE 'ERREUR LECTURE AGTASS' TO ZLIBERR
           END-EVALUATE
           .

      *    CREATION, CHANGEMENT OU RETRAIT DE L'AFFECTATION, PUIS
      *    JOURNALISATION (IMAGE AVANT DEJA EN PLACE)
       MAJ-AFFECTATION.
           MOVE SPACES TO JRN-AP-APPORTEUR
           MOVE ZEROES TO JRN-AP-AGT-DATE
           EVALUATE TRUE
              WHEN ZG-CODE-AGENT = SPACES
                 DELETE AGTPOL
              WHEN AFFECTATION-TROUVEE
                 MOVE ZG-CODE-AGENT TO AFF-CODE-AGENT
                 ACCEPT AFF-DATE-AFFECTATION FROM DATE YYYYMMDD
                 MOVE ZEROES TO AFF-TAUX-APPLIQUE
                 REWRITE AGTPOL-REC
              WHEN OTHER
                 MOVE SPACES TO AGTPOL-REC
                 MOVE ZG-MATRICULE TO AFF-MATRICULE
                 MOVE ZG-CODE-AGENT TO AFF-CODE-AGENT
                 ACCEPT AFF-DATE-AFFECTATION FROM DATE YYYYMMDD
                 MOVE ZEROES TO AFF-TAUX-APPLIQUE
                 WRITE AGTPOL-REC
           END-EVALUATE
           IF AGTPOL-FS = ZEROES
              IF ZG-CODE-AGENT = SPACES
                 MOVE SPACES TO ZG-NOM-AGENT
                 MOVE ZEROES TO ZG-DATE-AFFECTATION
              ELSE
                 MOVE ZG-CODE-AGENT TO JRN-AP-AGT-CODE
                 MOVE AGT-NOM TO JRN-AP-AGT-NOM ZG-NOM-AGENT
                 MOVE AFF-DATE-AFFECTATION TO JRN-AP-AGT-DATE
                                              ZG-DATE-AFFECTATION
              END-IF
              PERFORM JOURNALISATION
           ELSE
              DISPLAY 'ERREUR MISE A JOUR AGTPOL, FS : ' AGTPOL-FS
              MOVE 99 TO ZCODE-RET
              MOVE 'ERREUR MISE A JOUR AGTPOL' TO ZLIBERR
           END-IF
           .

      *    SUPPRESSION DE L'AFFECTATION D'UNE POLICE SUPPRIMEE (UNE
      *    POLICE RESILIEE GARDE LA SIENNE JUSQU'AU RAPPEL DE
      *    COMMISSION, VOIR AGTPOL.CPY)
       SUPPRIMER-AFFECTATION.
           MOVE ZMATRICULE TO AFF-MATRICULE
           READ AGTPOL
           IF AGTPOL-FS = ZEROES
              DELETE AGTPOL
              IF AGTPOL-FS NOT = ZEROES
                 DISPLAY 'ERREUR DELETE AGTPOL, FS : ' AGTPOL-FS
              END-IF
           END-IF
           .

      *    AVENANT D'UNE OPERATION SUR UN VEHICULE : SEULE LA PRIME DE
      *    LA POLICE CHANGE (TAUX ET BONUS-MALUS INCHANGES). LE DETAIL
      *    DU VEHICULE FIGURE DANS L'ENTREE JRNASS DE L'OPERATION.
       ENREGISTRER-AVENANT-VEHICULE.
           ACCEPT HIST-DATE-EFFET FROM DATE YYYYMMDD
           MOVE ZV-MATRICULE TO HIST-MATRICULE
           MOVE JRN-AV-PRIME-BASE TO HIST-ANCIEN-PRIME
           MOVE TAUX TO HIST-ANCIEN-TAUX HIST-NOUVEAU-TAUX
           MOVE BONUS-MALUS TO HIST-ANCIEN-BONUS-MALUS
                               HIST-NOUVEAU-BONUS-MALUS
           MOVE PRIME-BASE TO HIST-NOUVEAU-PRIME
           WRITE HISTASS-REC
           IF HISTASS-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE HISTASS, FS : ' HISTASS-FS
           END-IF
           .

      *    ALIMENTATION DE L'IMAGE AVANT DU JOURNAL DEPUIS
      *    L'ENREGISTREMENT COURANT (ASSURES)
       GARNIR-JOURNAL-AVANT.
              WHEN 'U'
              WHEN 'R'
                 MOVE JRN-AVANT TO JRN-APRES
      *    OPERATION SUR UN VEHICULE : LES DEUX IMAGES (VEHICULE ET
      *    POLICE) SONT ALIMENTEES PAR APPLIQUER-MAJ-VEHICULE ;
      *    AFFECTATION A UN APPORTEUR : PAR AFFECTATION-APPORTEUR
              WHEN 'V'
              WHEN 'W'
              WHEN 'X'
              WHEN 'G'
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO JRN-AP-NOM-PRENOM JRN-AP-RUE-ADRESSE
                                JRN-AP-VILLE JRN-AP-TYPE-VEHICULE
           CLOSE KSDASS
           CLOSE JRNASS
           CLOSE HISTASS
           CLOSE VEHASS
           CLOSE CPVASS
           CLOSE AGTPOL
           CLOSE AGTASS
           SET FICHIERS-FERMES TO TRUE
           SET BROWSE-NON-DEMARRE TO TRUE
            GOBACK
