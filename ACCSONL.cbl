      *          DE PROJ3/MVTASS. UN CHARGE DE CLIENTELE SAISIT UN
      *          MATRICULE ET UNE FONCTION (L/C/M/S/U/R) ET OBTIENT LA
      *          REPONSE IMMEDIATEMENT, SANS ATTENDRE LE PASSAGE BATCH.
      *          LES VEHICULES D'UNE POLICE (FICHIER VEHASS) S'AJOUTENT,
      *          SE MODIFIENT ET SE RETIRENT PAR LES FONCTIONS V/W/X,
      *          AVEC LES MEMES REGLES QUE DANS ACCESS3.
      *          L'APPORTEUR (AGENT OU COURTIER) D'UNE POLICE SE
      *          CONSULTE PAR LA FONCTION K ET S'AFFECTE PAR LA
      *          FONCTION G (FICHIER AGTPOL, CONTROLE CONTRE LE FICHIER
      *          DES APPORTEURS AGTASS), COMME DANS ACCESS3.
      *          KSDASS EST UN FICHIER CICS (DEFINI DANS LE FCT) : TOUS
      *          LES ACCES PASSENT PAR EXEC CICS READ/WRITE/REWRITE/
      *          DELETE, ET NON PAR LES VERBES COBOL NATIFS D'ACCESS3,
      *          QU'IL GERE LUI-MEME. LES REGLES DE GESTION (CONTROLE
      *          DE SAISIE, TARIFICATION, JOURNALISATION, AVENANT)
      *          SONT REPRISES D'ACCESS3 MAIS REECRITES ICI EN TERMES
      *          CICS. L'ADRESSE D'UNE CREATION OU D'UNE MODIFICATION
      *          D'ADRESSE EST CONTROLEE CONTRE LE REFERENTIEL DES
      *          CODES POSTAUX (CPVASS), COMME DANS ACCESS3.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.

      *    ZONE DE SAISIE TRANSMISE PAR LE TERMINAL
      *    COL 1     : CODE FONCTION (L/C/M/S/N/U/R/V/W/X/G/K)
      *              ('U' = SUSPENSION DE LA POLICE, 'R' =
      *               REINTEGRATION : SEUL LE MATRICULE EST EXIGE)
      *              ('N' = RECHERCHE PAR NOM : SEUL NOM PRENOM EST
      *                ICI MEME)
      *    COL 70    : BONUS-MALUS (C/M UNIQUEMENT)
      *    COL 71-72 : TAUX (C/M UNIQUEMENT, INFORMATIF)
      *    FONCTIONS VEHICULE ('V' AJOUT, 'W' MODIFICATION, 'X'
      *    RETRAIT), VUE LIGNE-SAISIE-VEH :
      *    COL 2-7   : MATRICULE
      *    COL 8-9   : NUMERO DU VEHICULE DANS LA POLICE (W/X ; A
      *                BLANC OU ZERO EN AJOUT : PROCHAIN NUMERO LIBRE)
      *    COL 10-19 : IMMATRICULATION (V/W)
      *    COL 20    : TYPE VEHICULE (V/W)
      *    COL 21-28 : DATE DE 1ERE MISE EN CIRCULATION AAAAMMJJ (V/W)
      *    COL 29-34 : PRIME (V/W, INFORMATIF - RECALCULEE ICI MEME)
      *    FONCTIONS APPORTEUR ('G' AFFECTATION, 'K' CONSULTATION),
      *    VUE LIGNE-SAISIE-AGT :
      *    COL 2-7   : MATRICULE
      *    COL 8-12  : CODE APPORTEUR (G UNIQUEMENT ; A BLANC, LA
      *                POLICE REDEVIENT UNE AFFAIRE DIRECTE)
       01  LIGNE-SAISIE.
           05 LS-CODE-FONC          PIC X.
           05 LS-MATRICULE          PIC 9(6).
           05 LS-BONUS-MALUS        PIC X.
           05 LS-TAUX               PIC 99.
           05 FILLER                PIC X(8).
       01  LIGNE-SAISIE-VEH REDEFINES LIGNE-SAISIE.
           05 FILLER                PIC X(7).
           05 LSV-SEQ               PIC 99.
           05 LSV-IMMAT             PIC X(10).
           05 LSV-TYPE              PIC X.
           05 LSV-DATE-MEC          PIC 9(8).
           05 LSV-PRIME             PIC 9(4)V99.
           05 FILLER                PIC X(46).
       01  LIGNE-SAISIE-AGT REDEFINES LIGNE-SAISIE.
           05 FILLER                PIC X(7).
           05 LSA-CODE-AGENT        PIC X(5).
           05 FILLER                PIC X(68).
       01  LONG-SAISIE              PIC S9(4) COMP VALUE 80.

      *    ZONE DE REPONSE RENVOYEE AU TERMINAL
           05 LR-MESSAGE            PIC X(30).
       01  LONG-REPONSE             PIC S9(4) COMP VALUE 76.

      *    MESSAGE DE COMPTE RENDU D'UNE OPERATION SUR UN VEHICULE
       01  MSG-VEHICULE.
           05 FILLER                PIC X(9) VALUE 'VEHICULE '.
           05 MSGV-SEQ              PIC 99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 MSGV-ACTION           PIC X(18).

      *    MESSAGE DE COMPTE RENDU D'UNE FONCTION APPORTEUR (CODE ET
      *    DEBUT DU NOM DE L'APPORTEUR DE LA POLICE)
       01  MSG-APPORTEUR.
           05 FILLER                PIC X(10) VALUE 'APPORTEUR '.
           05 MSGA-CODE             PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 MSGA-NOM              PIC X(14).

      *    ZONE DE TRAVAIL KSDASS (RIDFLD + ENREGISTREMENT COMPLET,
      *    MEME DECOUPAGE QUE L'ASSURES/KSDASS-REC D'ACCESS3)
       01  KSDASS-CLE                PIC 9(6).
      *    HISTASS.CPY)
       COPY HISTASS.

      *    ZONE DE TRAVAIL VEHASS (RIDFLD VEH-CLE + ENREGISTREMENT,
      *    MEME DECOUPAGE QUE LE FD D'ACCESS3, VOIR VEHASS.CPY) ET
      *    VEHICULES DE LA POLICE EN MEMOIRE, PARTAGES AVEC ACCESS3
       COPY VEHASS.
       COPY VEHTAB.

      *    FIN DU PARCOURS DES VEHICULES D'UNE POLICE
       01  IND-FIN-VEH               PIC X VALUE 'N'.
           88 FIN-VEH                    VALUE 'O'.
           88 NON-FIN-VEH                VALUE 'N'.

      *    ZONES DE TRAVAIL AGTPOL (AFFECTATION DE LA POLICE, RIDFLD
      *    AFF-MATRICULE) ET AGTASS (APPORTEUR, RIDFLD AGT-CODE),
      *    MEME DECOUPAGE QUE LES FD D'ACCESS3 (VOIR AGTPOL.CPY ET
      *    AGTASS.CPY)
       COPY AGTPOL.
       COPY AGTASS.

      *    LA POLICE TRAITEE EST-ELLE AFFECTEE A UN APPORTEUR
       01  IND-AFFECTATION           PIC X VALUE 'N'.
           88 AFFECTATION-TROUVEE        VALUE 'O'.
           88 AFFECTATION-ABSENTE        VALUE 'N'.

      *    NOMBRE DE VEHICULES SUPPRIMES AVEC LEUR POLICE
       01  NB-VEH-SUPPRIMES          PIC S9(4) COMP VALUE ZEROES.

       01  JRN-HORODATE.
           05 JRN-H-DATE          PIC 9(8).
           05 JRN-H-HEURE         PIC 9(6).
      *    DATE D'EFFET EST ATTEINTE
       01  TRF-DATE-JOUR             PIC 9(8).

      *    ZONE DE TRAVAIL DU FICHIER DE REFERENCE DES CODES POSTAUX
      *    (CPVASS, JEU DE DONNEES CICS, MEME DECOUPAGE QUE LE FD
      *    D'ACCESS3)
       COPY CPVASS.

       01  PRIME-CALCULEE            PIC 9(4)V99.

      *    CODE RETOUR / LIBELLE, MEME VOCABULAIRE QUE ZCODE-RET/
           MOVE CP-PRIME-CALCULEE TO PRIME-CALCULEE
           .

      *    REGLES DE GESTION DES VEHICULES D'UNE POLICE PARTAGEES AVEC
      *    ACCESS3 (VOIR VEHCAL.CPY)
       COPY VEHCAL.

      *    AIGUILLAGE SELON LA FONCTION SAISIE. LE MATRICULE EST
      *    CONTROLE ICI AVANT TOUTE UTILISATION COMME RIDFLD, MEME
      *    CONTROLE QUE CONTROLES DANS PROJ3 POUR MVTASS.
                       PERFORM SUSPENSION-POLICE
                    WHEN 'R'
                       PERFORM REINTEGRATION-POLICE
                    WHEN 'V'
                       PERFORM AJOUT-VEHICULE
                    WHEN 'W'
                       PERFORM MODIFICATION-VEHICULE
                    WHEN 'X'
                       PERFORM RETRAIT-VEHICULE
                    WHEN 'G'
                       PERFORM AFFECTATION-APPORTEUR
                    WHEN 'K'
                       PERFORM CONSULTATION-APPORTEUR
                    WHEN OTHER
                       MOVE 9 TO WS-CODE-RET
                       MOVE 'CODE FONCTION ERRONE' TO WS-LIBERR
              MOVE 2 TO WS-CODE-RET
              MOVE 'NOM PRENOM NON RENSEIGNE' TO WS-LIBERR
           ELSE
              PERFORM CONTROLE-ADRESSE
           END-IF
           IF WS-CODE-RET = ZEROES
              EXEC CICS
                  READ DATASET('KSDASS')
                       INTO(ASSURES)
           END-IF
           .

      *    CONTROLE DE L'ADRESSE SAISIE CONTRE LE REFERENTIEL DES
      *    CODES POSTAUX : LE COUPLE CODE POSTAL / VILLE DOIT Y FIGURER
      *    (MEME CONTROLE ET MEME CODE RETOUR QU'ACCESS3)
       CONTROLE-ADRESSE.
           IF LS-CODE-POSTAL NOT NUMERIC OR LS-VILLE = SPACES
              MOVE 10 TO WS-CODE-RET
              MOVE 'VILLE INCOMPATIBLE CODE POSTAL' TO WS-LIBERR
           ELSE
              MOVE LS-CODE-POSTAL TO CPV-CODE-POSTAL
              MOVE LS-VILLE TO CPV-VILLE
              EXEC CICS
                  READ DATASET('CPVASS')
                       INTO(CPVASS-REC)
                       RIDFLD(CPV-CLE)
                       RESP(WS-RESP)
              END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    CONTINUE
                 WHEN DFHRESP(NOTFND)
                    MOVE 10 TO WS-CODE-RET
                    MOVE 'VILLE INCOMPATIBLE CODE POSTAL' TO WS-LIBERR
                 WHEN OTHER
                    MOVE 99 TO WS-CODE-RET
                    MOVE 'ERREUR LECTURE CPVASS' TO WS-LIBERR
              END-EVALUATE
           END-IF
           .

      *    MODIFICATION D'UN ASSURE DANS KSDASS
       MODIFICATION-EMPLOYE.
           EXEC CICS
              MOVE PRIME-BASE TO ANCIEN-PRIME-BASE
              MOVE TAUX TO ANCIEN-TAUX
              MOVE BONUS-MALUS TO ANCIEN-BONUS-MALUS
      *    POLICE A PLUSIEURS VEHICULES : RETARIFICATION VEHICULE PAR
      *    VEHICULE SUR LE NOUVEAU BONUS-MALUS, PRIME = SOMME, TYPE =
      *    CELUI DU VEHICULE PRINCIPAL (MEMES REGLES QU'ACCESS3)
              PERFORM CHARGER-VEHICULES
              IF VC-VEHICULES-EN-FICHIER
                 PERFORM TARIFER-POLICE-VEHICULES
              ELSE
                 PERFORM CALCULER-PRIME-SAISIE
              END-IF
      *    ADRESSE CONTROLEE SEULEMENT SI LA SAISIE LA CHANGE (MEME
      *    REGLE QU'ACCESS3)
              IF WS-CODE-RET = ZEROES
                 AND (LS-CODE-POSTAL NOT = CODE-POSTAL
                      OR LS-VILLE NOT = VILLE)
                 PERFORM CONTROLE-ADRESSE
              END-IF
              IF WS-CODE-RET = ZEROES
                 IF NOM-PRENOM = LS-NOM-PRENOM
                    AND RUE-ADRESSE = LS-RUE-ADRESSE
                    AND CODE-POSTAL = LS-CODE-POSTAL
                    AND VILLE = LS-VILLE
                    AND TYPE-VEHICULE = LS-TYPE-VEHICULE
                    AND PRIME-BASE = PRIME-CALCULEE
                    AND BONUS-MALUS = LS-BONUS-MALUS
                    AND TAUX = LS-TAUX
                    MOVE ZEROES TO WS-CODE-RET
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
                    MOVE LS-NOM-PRENOM TO NOM-PRENOM
                    MOVE LS-RUE-ADRESSE TO RUE-ADRESSE
                    MOVE LS-CODE-POSTAL TO CODE-POSTAL
                    MOVE LS-VILLE TO VILLE
                    MOVE LS-TYPE-VEHICULE TO TYPE-VEHICULE
                    MOVE PRIME-CALCULEE TO PRIME-BASE
                    MOVE LS-BONUS-MALUS TO BONUS-MALUS
                    MOVE LS-TAUX TO TAUX
                    EXEC CICS
                        REWRITE DATASET('KSDASS')
                                FROM(ASSURES)
                                RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                       MOVE ZEROES TO WS-CODE-RET
                       PERFORM JOURNALISATION
                       IF VC-VEHICULES-EN-FICHIER
                          PERFORM REECRIRE-VEHICULES
                       END-IF
                       IF ANCIEN-PRIME-BASE NOT = PRIME-BASE
                          OR ANCIEN-TAUX NOT = TAUX
                          OR ANCIEN-BONUS-MALUS NOT = BONUS-MALUS
                          PERFORM ENREGISTRER-AVENANT
                       END-IF
                    ELSE
                       MOVE 99 TO WS-CODE-RET
                       MOVE 'ERREUR MODIFICATION KSDASS' TO WS-LIBERR
                    END-IF
                 END-IF
              END-IF
           END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE ZEROES TO WS-CODE-RET
                 PERFORM JOURNALISATION
      *    LES VEHICULES DE LA POLICE DISPARAISSENT AVEC ELLE
      *    (SUPPRESSION GENERIQUE SUR LE MATRICULE, AUCUN VEHICULE EN
      *    FICHIER POUR UNE POLICE MONO-VEHICULE)
                 MOVE LS-MATRICULE TO VEH-MATRICULE
                 EXEC CICS
                     DELETE DATASET('VEHASS')
                            RIDFLD(VEH-CLE)
                            KEYLENGTH(6)
                            GENERIC
                            NUMREC(NB-VEH-SUPPRIMES)
                            RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    AND WS-RESP NOT = DFHRESP(NOTFND)
                    DISPLAY 'ERREUR DELETE VEHASS, RESP : ' WS-RESP
                 END-IF
      *    SON AFFECTATION A UN APPORTEUR AUSSI (AUCUNE POUR UNE
      *    AFFAIRE DIRECTE)
                 MOVE LS-MATRICULE TO AFF-MATRICULE
                 EXEC CICS
                     DELETE DATASET('AGTPOL')
                            RIDFLD(AFF-MATRICULE)
                            RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    AND WS-RESP NOT = DFHRESP(NOTFND)
                    DISPLAY 'ERREUR DELETE AGTPOL, RESP : ' WS-RESP
                 END-IF
              ELSE
                 MOVE 99 TO WS-CODE-RET
                 MOVE 'ERREUR SUPPRESSION KSDASS' TO WS-LIBERR
           END-IF
           .

      *    AJOUT D'UN VEHICULE A LA POLICE (MEMES REGLES QUE LA
      *    FONCTION 'V' D'ACCESS3, REECRITES EN TERMES CICS)
       AJOUT-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF WS-CODE-RET = ZEROES AND POLICE-SUSPENDUE
              MOVE 6 TO WS-CODE-RET
              MOVE 'POLICE SUSPENDUE, AJOUT DE VEHICULE REFUSE'
                 TO WS-LIBERR
           END-IF
           IF WS-CODE-RET = ZEROES
              PERFORM CONTROLER-SAISIE-VEHICULE
           END-IF
           IF WS-CODE-RET = ZEROES
              IF LSV-SEQ = ZEROES
                 IF VC-SEQ-LIBRE = ZEROES
                    MOVE 8 TO WS-CODE-RET
                    MOVE 'NOMBRE MAXIMUM DE VEHICULES ATTEINT'
                       TO WS-LIBERR
                 ELSE
                    MOVE VC-SEQ-LIBRE TO LSV-SEQ VC-SEQ
                 END-IF
              ELSE
                 PERFORM RECHERCHER-VEHICULE
                 IF VC-VEHICULE-TROUVE
                    MOVE 7 TO WS-CODE-RET
                    MOVE 'VEHICULE DEJA EXISTANT' TO WS-LIBERR
                 END-IF
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
              PERFORM CONTROLER-IMMAT-VEHICULE
              IF VC-IMMAT-EN-DOUBLE
                 MOVE 7 TO WS-CODE-RET
                 MOVE 'IMMATRICULATION DEJA PRESENTE SUR LA POLICE'
                    TO WS-LIBERR
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
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

      *    MODIFICATION D'UN VEHICULE DE LA POLICE (FONCTION 'W')
       MODIFICATION-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF WS-CODE-RET = ZEROES
              PERFORM CONTROLER-SAISIE-VEHICULE
           END-IF
           IF WS-CODE-RET = ZEROES
              PERFORM RECHERCHER-VEHICULE
              IF VC-VEHICULE-ABSENT
                 MOVE 7 TO WS-CODE-RET
                 MOVE 'VEHICULE INEXISTANT' TO WS-LIBERR
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
              PERFORM CONTROLER-IMMAT-VEHICULE
              IF VC-IMMAT-EN-DOUBLE
                 MOVE 7 TO WS-CODE-RET
                 MOVE 'IMMATRICULATION DEJA PRESENTE SUR LA POLICE'
                    TO WS-LIBERR
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
              PERFORM TARIFER-VEHICULE-SAISI
              MOVE 'W' TO JRN-OPERATION
              PERFORM GARNIR-JOURNAL-VEH-AVANT
              PERFORM GARNIR-POSTE-VEHICULE
              PERFORM GARNIR-JOURNAL-VEH-APRES
              PERFORM APPLIQUER-MAJ-VEHICULE
           END-IF
           .

      *    RETRAIT D'UN VEHICULE DE LA POLICE (FONCTION 'X'), REFUSE
      *    POUR LE DERNIER VEHICULE
       RETRAIT-VEHICULE.
           PERFORM PREPARER-MAJ-VEHICULE
           IF WS-CODE-RET = ZEROES
              IF LSV-SEQ NOT NUMERIC
                 MOVE 8 TO WS-CODE-RET
                 MOVE 'NUMERO DE VEHICULE INVALIDE' TO WS-LIBERR
              ELSE
                 MOVE LSV-SEQ TO VC-SEQ
                 PERFORM RECHERCHER-VEHICULE
                 IF VC-VEHICULE-ABSENT
                    MOVE 7 TO WS-CODE-RET
                    MOVE 'VEHICULE INEXISTANT' TO WS-LIBERR
                 ELSE
                    IF NB-VEHICULES = 1
                       MOVE 7 TO WS-CODE-RET
                       MOVE 'DERNIER VEHICULE, RETRAIT REFUSE'
                          TO WS-LIBERR
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
              MOVE 'X' TO JRN-OPERATION
              PERFORM GARNIR-JOURNAL-VEH-AVANT
              MOVE SPACES TO JRN-AP-VEH-ZONE
              MOVE ZEROES TO JRN-AP-VEH-SEQ JRN-AP-VEH-DATE-MEC
                             JRN-AP-VEH-PRIME
              PERFORM RETIRER-VEHICULE
              PERFORM APPLIQUER-MAJ-VEHICULE
           END-IF
           .

      *    LECTURE POUR MISE A JOUR DE LA POLICE ET CHARGEMENT DE SES
      *    VEHICULES AVANT UNE OPERATION SUR UN VEHICULE
       PREPARER-MAJ-VEHICULE.
           EXEC CICS
               READ DATASET('KSDASS')
                    INTO(ASSURES)
                    RIDFLD(LS-MATRICULE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 5 TO WS-CODE-RET
              MOVE 'MATRICULE INEXISTANT' TO WS-LIBERR
           ELSE
              PERFORM CHARGER-VEHICULES
              PERFORM TOTALISER-VEHICULES
           END-IF
           .

      *    CONTROLE DE LA SAISIE DU VEHICULE (VOIR VEHCAL.CPY). UN
      *    NUMERO A BLANC VAUT ZERO (AJOUT SUR LE PROCHAIN NUMERO LIBRE)
       CONTROLER-SAISIE-VEHICULE.
           IF LSV-SEQ = SPACES
              MOVE ZEROES TO LSV-SEQ
           END-IF
           IF LSV-SEQ NOT NUMERIC
              MOVE 8 TO WS-CODE-RET
              MOVE 'NUMERO DE VEHICULE INVALIDE' TO WS-LIBERR
           ELSE
              MOVE LSV-SEQ TO VC-SEQ
              MOVE LSV-IMMAT TO VC-IMMAT
              MOVE LSV-TYPE TO VC-TYPE
              MOVE LSV-DATE-MEC TO VC-DATE-MEC
              PERFORM CONTROLER-VEHICULE
              IF VC-ANOMALIE NOT = SPACES
                 MOVE 8 TO WS-CODE-RET
                 MOVE VC-ANOMALIE TO WS-LIBERR
              END-IF
           END-IF
           .

      *    TARIFICATION DU VEHICULE SAISI SUR SON TYPE ET LE
      *    BONUS-MALUS DE LA POLICE
       TARIFER-VEHICULE-SAISI.
           MOVE LS-MATRICULE TO CP-MATRICULE
           MOVE LSV-TYPE TO CP-TYPE-VEHICULE
           MOVE BONUS-MALUS TO CP-BONUS-MALUS
           MOVE LSV-PRIME TO CP-PRIME-SAISIE
           PERFORM CALCUL-PRIME
           MOVE CP-PRIME-CALCULEE TO LSV-PRIME
           .

      *    RETARIFICATION DE TOUS LES VEHICULES D'UNE POLICE SUR LE
      *    BONUS-MALUS SAISI (FONCTION 'M')
       TARIFER-POLICE-VEHICULES.
           MOVE LS-MATRICULE TO CP-MATRICULE
           MOVE LS-BONUS-MALUS TO CP-BONUS-MALUS
           PERFORM RETARIFER-VEHICULES
           PERFORM TOTALISER-VEHICULES
           IF VC-PRIME-HORS-CAPACITE
              MOVE 8 TO WS-CODE-RET
              MOVE 'PRIME DE LA POLICE HORS CAPACITE' TO WS-LIBERR
           ELSE
              MOVE VC-PRIME-POLICE TO PRIME-CALCULEE
              MOVE VC-TYPE-PRINCIPAL TO LS-TYPE-VEHICULE
           END-IF
           .

      *    REPORT DE LA SAISIE DANS LE POSTE IX-TVH DE LA TABLE
       GARNIR-POSTE-VEHICULE.
           MOVE LSV-SEQ TO TVH-SEQ(IX-TVH)
           MOVE LSV-IMMAT TO TVH-IMMAT(IX-TVH)
           MOVE LSV-TYPE TO TVH-TYPE(IX-TVH)
           MOVE LSV-DATE-MEC TO TVH-DATE-MEC(IX-TVH)
           MOVE LSV-PRIME TO TVH-PRIME(IX-TVH)
           .

      *    IMAGES VEHICULE DU JOURNAL DEPUIS LE POSTE IX-TVH
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

      *    APPLICATION D'UNE OPERATION SUR UN VEHICULE : NOUVELLE PRIME
      *    ET TYPE PRINCIPAL DE LA POLICE DEDUITS DE LA TABLE, MISE A
      *    JOUR DE VEHASS PUIS DE KSDASS, JOURNALISATION ET AVENANT SI
      *    LA PRIME DE LA POLICE A CHANGE
       APPLIQUER-MAJ-VEHICULE.
           PERFORM TOTALISER-VEHICULES
           IF VC-PRIME-HORS-CAPACITE
              MOVE 8 TO WS-CODE-RET
              MOVE 'PRIME DE LA POLICE HORS CAPACITE' TO WS-LIBERR
           ELSE
              MOVE PRIME-BASE TO ANCIEN-PRIME-BASE
              MOVE TAUX TO ANCIEN-TAUX
              MOVE BONUS-MALUS TO ANCIEN-BONUS-MALUS
              MOVE TYPE-VEHICULE TO JRN-AV-TYPE-VEHICULE
              MOVE PRIME-BASE TO JRN-AV-PRIME-BASE
              MOVE BONUS-MALUS TO JRN-AV-BONUS-MALUS
              MOVE TAUX TO JRN-AV-TAUX
              PERFORM MAJ-FICHIER-VEHICULES
           END-IF
           IF WS-CODE-RET = ZEROES
              MOVE VC-PRIME-POLICE TO PRIME-BASE
              MOVE VC-TYPE-PRINCIPAL TO TYPE-VEHICULE
              EXEC CICS
                  REWRITE DATASET('KSDASS')
                          FROM(ASSURES)
                          RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM JOURNALISATION
                 IF ANCIEN-PRIME-BASE NOT = PRIME-BASE
                    PERFORM ENREGISTRER-AVENANT
                 END-IF
              ELSE
                 MOVE 99 TO WS-CODE-RET
                 MOVE 'ERREUR MISE A JOUR VEHICULE KSDASS'
                    TO WS-LIBERR
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
                 OR WS-CODE-RET NOT = ZEROES
                 PERFORM ECRIRE-VEHICULE
              END-PERFORM
           ELSE
              EVALUATE JRN-OPERATION
                 WHEN 'V'
                    SET IX-TVC TO IX-TVH
                    PERFORM ECRIRE-VEHICULE
                 WHEN 'W'
                    SET IX-TVC TO IX-TVH
                    PERFORM REECRIRE-VEHICULE
                 WHEN 'X'
                    MOVE LS-MATRICULE TO VEH-MATRICULE
                    MOVE JRN-AV-VEH-SEQ TO VEH-SEQ
                    EXEC CICS
                        DELETE DATASET('VEHASS')
                               RIDFLD(VEH-CLE)
                               RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 99 TO WS-CODE-RET
                       MOVE 'ERREUR RETRAIT VEHASS' TO WS-LIBERR
                    END-IF
              END-EVALUATE
           END-IF
           .

      *    ECRITURE DU POSTE IX-TVC DANS VEHASS
       ECRIRE-VEHICULE.
           PERFORM GARNIR-VEHASS
           EXEC CICS
               WRITE DATASET('VEHASS')
                     FROM(VEHASS-REC)
                     RIDFLD(VEH-CLE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 99 TO WS-CODE-RET
              MOVE 'ERREUR CREATION VEHASS' TO WS-LIBERR
           END-IF
           .

      *    REECRITURE DU POSTE IX-TVC DANS VEHASS (LECTURE POUR MISE A
      *    JOUR PREALABLE, EXIGEE PAR CICS)
       REECRIRE-VEHICULE.
           MOVE LS-MATRICULE TO VEH-MATRICULE
           MOVE TVH-SEQ(IX-TVC) TO VEH-SEQ
           EXEC CICS
               READ DATASET('VEHASS')
                    INTO(VEHASS-REC)
                    RIDFLD(VEH-CLE)
                    UPDATE
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM GARNIR-VEHASS
              EXEC CICS
                  REWRITE DATASET('VEHASS')
                          FROM(VEHASS-REC)
                          RESP(WS-RESP)
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 99 TO WS-CODE-RET
              MOVE 'ERREUR MODIFICATION VEHASS' TO WS-LIBERR
           END-IF
           .

      *    REECRITURE DE TOUS LES VEHICULES DE LA POLICE APRES UNE
      *    RETARIFICATION (FONCTION 'M')
       REECRIRE-VEHICULES.
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              OR WS-CODE-RET NOT = ZEROES
              PERFORM REECRIRE-VEHICULE
           END-PERFORM
           .

      *    ENREGISTREMENT VEHASS DEPUIS LE POSTE IX-TVC DE LA TABLE
       GARNIR-VEHASS.
           MOVE SPACES TO VEHASS-REC
           MOVE LS-MATRICULE TO VEH-MATRICULE
           MOVE TVH-SEQ(IX-TVC) TO VEH-SEQ
           MOVE TVH-IMMAT(IX-TVC) TO VEH-IMMAT
           MOVE TVH-TYPE(IX-TVC) TO VEH-TYPE
           MOVE TVH-DATE-MEC(IX-TVC) TO VEH-DATE-MEC
           MOVE TVH-PRIME(IX-TVC) TO VEH-PRIME
           ACCEPT VEH-DATE-MAJ FROM DATE YYYYMMDD
           .

      *    CHARGEMENT DES VEHICULES DE LA POLICE LUE DANS ASSURES
      *    (STARTBR/READNEXT/ENDBR SUR VEHASS). SANS ENREGISTREMENT
      *    VEHASS, LE VEHICULE DE LA FICHE KSDASS DEVIENT LE VEHICULE
      *    NUMERO 01, COMME DANS ACCESS3.
       CHARGER-VEHICULES.
           MOVE ZEROES TO NB-VEHICULES
           SET VC-VEHICULES-EN-FICHIER TO TRUE
           SET NON-FIN-VEH TO TRUE
           MOVE MATRICULE TO VEH-MATRICULE
           MOVE ZEROES TO VEH-SEQ
           EXEC CICS
               STARTBR DATASET('VEHASS')
                       RIDFLD(VEH-CLE)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL FIN-VEH
                 EXEC CICS
                     READNEXT DATASET('VEHASS')
                              INTO(VEHASS-REC)
                              RIDFLD(VEH-CLE)
                              RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    AND VEH-MATRICULE = MATRICULE
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
              END-PERFORM
              EXEC CICS
                  ENDBR DATASET('VEHASS')
              END-EXEC
           END-IF
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

      *    AFFECTATION DE LA POLICE A UN APPORTEUR (MEMES REGLES QUE LA
      *    FONCTION 'G' D'ACCESS3, REECRITES EN TERMES CICS) : LE CODE
      *    DOIT FIGURER DANS AGTASS ; A BLANC, L'AFFECTATION EST
      *    RETIREE. UN CHANGEMENT D'APPORTEUR REMET A ZERO LE TAUX
      *    APPLIQUE. JOURNALISEE DANS JRNASS ('G') ; UNE AFFECTATION
      *    INCHANGEE NE L'EST PAS.
       AFFECTATION-APPORTEUR.
           EXEC CICS
               READ DATASET('KSDASS')
                    INTO(ASSURES)
                    RIDFLD(LS-MATRICULE)
                    RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 5 TO WS-CODE-RET
              MOVE 'MATRICULE INEXISTANT' TO WS-LIBERR
           ELSE
              PERFORM LIRE-AFFECTATION
           END-IF
           IF WS-CODE-RET = ZEROES
              MOVE 'G' TO JRN-OPERATION
              MOVE SPACES TO JRN-AV-APPORTEUR
              MOVE ZEROES TO JRN-AV-AGT-DATE
              IF AFFECTATION-TROUVEE
                 MOVE AFF-CODE-AGENT TO JRN-AV-AGT-CODE AGT-CODE
                 MOVE AFF-DATE-AFFECTATION TO JRN-AV-AGT-DATE
                 EXEC CICS
                     READ DATASET('AGTASS')
                          INTO(AGTASS-REC)
                          RIDFLD(AGT-CODE)
                          RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE AGT-NOM TO JRN-AV-AGT-NOM
                 END-IF
              END-IF
              IF LSA-CODE-AGENT NOT = SPACES
                 PERFORM CONTROLE-APPORTEUR
              END-IF
           END-IF
           IF WS-CODE-RET = ZEROES
              AND LSA-CODE-AGENT NOT = JRN-AV-AGT-CODE
              PERFORM MAJ-AFFECTATION
           END-IF
           .

      *    CONSULTATION DE L'APPORTEUR DE LA POLICE : SON CODE EST
      *    REPRIS DANS LSA-CODE-AGENT POUR LA REPONSE (A BLANC POUR
      *    UNE AFFAIRE DIRECTE)
       CONSULTATION-APPORTEUR.
           PERFORM LECTURE-EMPLOYE
           IF WS-CODE-RET = ZEROES
              PERFORM LIRE-AFFECTATION
           END-IF
           IF WS-CODE-RET = ZEROES
              MOVE SPACES TO LSA-CODE-AGENT
              IF AFFECTATION-TROUVEE
                 MOVE AFF-CODE-AGENT TO LSA-CODE-AGENT AGT-CODE
                 EXEC CICS
                     READ DATASET('AGTASS')
                          INTO(AGTASS-REC)
                          RIDFLD(AGT-CODE)
                          RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'APPORTEUR INCONNU' TO AGT-NOM
                 END-IF
              END-IF
           END-IF
           .

      *    LECTURE DE L'AFFECTATION DE LA POLICE LS-MATRICULE
       LIRE-AFFECTATION.
           MOVE LS-MATRICULE TO AFF-MATRICULE
           EXEC CICS
               READ DATASET('AGTPOL')
                    INTO(AGTPOL-REC)
                    RIDFLD(AFF-MATRICULE)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET AFFECTATION-TROUVEE TO TRUE
              WHEN DFHRESP(NOTFND)
                 SET AFFECTATION-ABSENTE TO TRUE
              WHEN OTHER
                 MOVE 99 TO WS-CODE-RET
                 MOVE 'ERREUR LECTURE AGTPOL' TO WS-LIBERR
           END-EVALUATE
           .

      *    L'APPORTEUR DEMANDE DOIT FIGURER DANS LE FICHIER DES
      *    APPORTEURS (MEME CONTROLE ET MEME CODE RETOUR QU'ACCESS3)
       CONTROLE-APPORTEUR.
           MOVE LSA-CODE-AGENT TO AGT-CODE
           EXEC CICS
               READ DATASET('AGTASS')
                    INTO(AGTASS-REC)
                    RIDFLD(AGT-CODE)
                    RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 11 TO WS-CODE-RET
                 MOVE 'APPORTEUR INCONNU' TO WS-LIBERR
              WHEN OTHER
                 MOVE 99 TO WS-CODE-RET
                 MOVE 'ERREUR LECTURE AGTASS' TO WS-LIBERR
           END-EVALUATE
           .

      *    CREATION, CHANGEMENT OU RETRAIT DE L'AFFECTATION, PUIS
      *    JOURNALISATION (IMAGE AVANT DEJA EN PLACE)
       MAJ-AFFECTATION.
           MOVE SPACES TO JRN-AP-APPORTEUR
           MOVE ZEROES TO JRN-AP-AGT-DATE
           EVALUATE TRUE
              WHEN LSA-CODE-AGENT = SPACES
                 EXEC CICS
                     DELETE DATASET('AGTPOL')
                            RIDFLD(AFF-MATRICULE)
                            RESP(WS-RESP)
                 END-EXEC
              WHEN AFFECTATION-TROUVEE
                 EXEC CICS
                     READ DATASET('AGTPOL')
                          INTO(AGTPOL-REC)
                          RIDFLD(AFF-MATRICULE)
                          UPDATE
                          RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE LSA-CODE-AGENT TO AFF-CODE-AGENT
                    ACCEPT AFF-DATE-AFFECTATION FROM DATE YYYYMMDD
                    MOVE ZEROES TO AFF-TAUX-APPLIQUE
                    EXEC CICS
                        REWRITE DATASET('AGTPOL')
                                FROM(AGTPOL-REC)
                                RESP(WS-RESP)
                    END-EXEC
                 END-IF
              WHEN OTHER
                 MOVE SPACES TO AGTPOL-REC
                 MOVE LS-MATRICULE TO AFF-MATRICULE
                 MOVE LSA-CODE-AGENT TO AFF-CODE-AGENT
                 ACCEPT AFF-DATE-AFFECTATION FROM DATE YYYYMMDD
                 MOVE ZEROES TO AFF-TAUX-APPLIQUE
                 EXEC CICS
                     WRITE DATASET('AGTPOL')
                           FROM(AGTPOL-REC)
                           RIDFLD(AFF-MATRICULE)
                           RESP(WS-RESP)
                 END-EXEC
           END-EVALUATE
           IF WS-RESP = DFHRESP(NORMAL)
              IF LSA-CODE-AGENT NOT = SPACES
                 MOVE LSA-CODE-AGENT TO JRN-AP-AGT-CODE
                 MOVE AGT-NOM TO JRN-AP-AGT-NOM
                 MOVE AFF-DATE-AFFECTATION TO JRN-AP-AGT-DATE
              END-IF
              PERFORM JOURNALISATION
           ELSE
              MOVE 99 TO WS-CODE-RET
              MOVE 'ERREUR MISE A JOUR AGTPOL' TO WS-LIBERR
           END-IF
           .

      *    ALIMENTATION DE L'IMAGE AVANT DU JOURNAL DEPUIS
      *    L'ENREGISTREMENT COURANT (ASSURES)
       GARNIR-JOURNAL-AVANT.
      *    ECRITURE D'UNE ENTREE AVANT/APRES DANS LE JOURNAL D'AUDIT
      *    JRNASS EST UN JEU DE DONNEES CICS EN SEQUENTIEL (PAS DE
      *    RIDFLD). JRN-OPERATION ET JRN-AVANT SONT ALIMENTES PAR LE
      *    PARAGRAPHE APPELANT AVANT LE PERFORM. POUR UNE OPERATION SUR
      *    UN VEHICULE, L'IMAGE APRES DU VEHICULE EST DEJA EN PLACE :
      *    SEULES LES ZONES TARIF DE LA POLICE SONT ALIMENTEES ICI.
      *    POUR UNE AFFECTATION A UN APPORTEUR ('G'), LES DEUX IMAGES
      *    SONT ALIMENTEES PAR AFFECTATION-APPORTEUR.
       JOURNALISATION.
           ACCEPT JRN-H-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-H-HEURE FROM TIME
           MOVE LS-MATRICULE TO JRN-MATRICULE
           MOVE JRN-H-DATE TO JRN-DATE
           MOVE JRN-H-HEURE TO JRN-HEURE
           IF JRN-OPERATION NOT = 'V' AND 'W' AND 'X' AND 'G'
              MOVE NOM-PRENOM TO JRN-AP-NOM-PRENOM
              MOVE RUE-ADRESSE TO JRN-AP-RUE-ADRESSE
              MOVE CODE-POSTAL TO JRN-AP-CODE-POSTAL
              MOVE VILLE TO JRN-AP-VILLE
           END-IF
           IF JRN-OPERATION NOT = 'G'
              MOVE TYPE-VEHICULE TO JRN-AP-TYPE-VEHICULE
              MOVE PRIME-BASE TO JRN-AP-PRIME-BASE
              MOVE BONUS-MALUS TO JRN-AP-BONUS-MALUS
              MOVE TAUX TO JRN-AP-TAUX
           END-IF
           IF JRN-OPERATION = 'S'
              MOVE SPACES TO JRN-AP-NOM-PRENOM JRN-AP-RUE-ADRESSE
                             JRN-AP-VILLE JRN-AP-TYPE-VEHICULE
           EVALUATE WS-CODE-RET
              WHEN 0
                 MOVE 'OPERATION REUSSIE' TO LR-MESSAGE
      *    OPERATION SUR UN VEHICULE : LA LIGNE PORTE LE TYPE PRINCIPAL
      *    ET LA NOUVELLE PRIME DE LA POLICE, LE MESSAGE LE NUMERO DU
      *    VEHICULE TRAITE
                 IF LS-CODE-FONC = 'V' OR 'W' OR 'X'
                    MOVE LSV-SEQ TO MSGV-SEQ
                    EVALUATE LS-CODE-FONC
                       WHEN 'V'
                          MOVE 'AJOUTE' TO MSGV-ACTION
                       WHEN 'W'
                          MOVE 'MODIFIE' TO MSGV-ACTION
                       WHEN 'X'
                          MOVE 'RETIRE' TO MSGV-ACTION
                    END-EVALUATE
                    MOVE MSG-VEHICULE TO LR-MESSAGE
                 END-IF
      *    FONCTION APPORTEUR : LE MESSAGE PORTE L'APPORTEUR DE LA
      *    POLICE, OU SIGNALE UNE AFFAIRE DIRECTE
                 IF LS-CODE-FONC = 'G' OR 'K'
                    IF LSA-CODE-AGENT = SPACES
                       MOVE 'AFFAIRE DIRECTE' TO LR-MESSAGE
                    ELSE
                       MOVE LSA-CODE-AGENT TO MSGA-CODE
                       MOVE AGT-NOM TO MSGA-NOM
                       MOVE MSG-APPORTEUR TO LR-MESSAGE
                    END-IF
                 END-IF
      *    LE CODE 1 COUVRE MATRICULE INVALIDE/INEXISTANT ET NOM SANS
      *    ASSURE : WS-LIBERR PORTE LE MESSAGE PRECIS DU CAS RENCONTRE
              WHEN 1
      *    SUSPENDUE / NON SUSPENDUE) : WS-LIBERR PORTE LE CAS PRECIS
              WHEN 6
                 MOVE WS-LIBERR(1:30) TO LR-MESSAGE
      *    CODES 7 (EXISTENCE DU VEHICULE) ET 8 (SAISIE DU VEHICULE
      *    INVALIDE) : WS-LIBERR PORTE LE CAS PRECIS
              WHEN 7
                 MOVE WS-LIBERR(1:30) TO LR-MESSAGE
              WHEN 8
                 MOVE WS-LIBERR(1:30) TO LR-MESSAGE
              WHEN 9
                 MOVE 'CODE FONCTION ERRONE' TO LR-MESSAGE
              WHEN OTHER
