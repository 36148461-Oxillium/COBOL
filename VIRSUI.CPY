      *    DESCRIPTION DU FICHIER DE SUIVI DES VIREMENTS (VIRSUI),
      *    INDEXE SUR L'IDENTITE DU MOUVEMENT (CLIENT ET COMPTE A
      *    DEBITER, DATE ET NUMERO DE DEMANDE). TENU PAR L'ACCESSEUR
      *    ACCESSEUR-SUI POUR LE COMPTE DE VIR2, VIRLIB, VIRSNL, VIRACQ
      *    ET VIRRCY ; LU PAR LA CONSULTATION EN LIGNE VIRSONL ET PAR LE
      *    RELEVE BATCH SUIEDT. UN ENREGISTREMENT PAR MOUVEMENT :
      *    L'ETAT COURANT ET SON HORODATAGE, PUIS L'HISTORIQUE DES
      *    ETATS SUCCESSIFS EN ORDRE CHRONOLOGIQUE. ETATS :
      *      'R' RECU (PRIS EN CHARGE PAR VIR2, OU LIBERE DE
      *          L'ENTREPOT PAR VIRLIB, OU LIBERE PAR LA CONFORMITE
      *          DANS VIRSNL)
      *      'E' MIS EN ENTREPOT (DATE DE VALEUR FUTURE)
      *      'S' RETENU PAR LE FILTRAGE SANCTIONS, EN ATTENTE DE LA
      *          DECISION DE LA CONFORMITE (VIRSNA). UN REFUS PASSE
      *          LE MOUVEMENT A 'J' (CODE 23)
      *      'J' REJETE (CODE ET LIBELLE DU CONTROLE EN ECHEC)
      *      'C' CORRIGE PAR LE BACK-OFFICE
      *      'Y' RECYCLE (REEMIS VERS LE PROCHAIN VIR2)
      *      'M' EMIS SUR LE RESEAU (REFERENCE D'EMISSION)
      *      'I' REGLE EN INTERNE (REFERENCE D'EMISSION)
      *      'A' ACQUITTE PAR LE RESEAU
      *      'N' REFUSE PAR LE RESEAU (NACK, MOTIF DU RESEAU)
      *      'V' EN REVUE MANUELLE
      *    L'HISTORIQUE PORTE LES 30 DERNIERS EVENEMENTS : AU DELA, LE
      *    PLUS ANCIEN EST ECARTE ET SUI-TRONQUE PASSE A 'O'.
       01  VIRSUI-REC.
           05 SUI-CLE.
              10 SUI-NUMCLID                 PIC 9(2).
              10 SUI-NUMCPTD                 PIC 9(2).
              10 SUI-DATECH                  PIC 9(8).
              10 SUI-NUMDDE                  PIC 9(2).
           05 SUI-ETAT                       PIC X.
              88 SUI-RECU                        VALUE 'R'.
              88 SUI-EN-ENTREPOT                 VALUE 'E'.
              88 SUI-RETENU-CONFORMITE           VALUE 'S'.
              88 SUI-REJETE                      VALUE 'J'.
              88 SUI-CORRIGE                     VALUE 'C'.
              88 SUI-RECYCLE                     VALUE 'Y'.
              88 SUI-EMIS                        VALUE 'M'.
              88 SUI-REGLE-INTERNE               VALUE 'I'.
              88 SUI-ACQUITTE                    VALUE 'A'.
              88 SUI-REFUSE-RESEAU               VALUE 'N'.
              88 SUI-REVUE-MANUELLE              VALUE 'V'.
           05 SUI-DATE-ETAT                  PIC 9(8).
           05 SUI-HEURE-ETAT                 PIC 9(6).
           05 SUI-TRONQUE                    PIC X.
           05 SUI-NB-EVT                     PIC 9(2).
           05 SUI-EVT OCCURS 30 TIMES.
              10 SUI-EVT-ETAT                PIC X.
              10 SUI-EVT-DATE                PIC 9(8).
              10 SUI-EVT-HEURE               PIC 9(6).
              10 SUI-EVT-PROGRAMME           PIC X(8).
              10 SUI-EVT-CODE                PIC 9(2).
              10 SUI-EVT-REFERENCE           PIC X(16).
              10 SUI-EVT-LIBELLE             PIC X(50).
