      *          DONT LA VARIATION N'EST PAS EXPLIQUEE PAR LE JOURNAL
      *          EST SIGNALE SUR LE RELEVE ET EN SYSOUT. LA NOUVELLE
      *          POSITION DE CLOTURE EST ECRITE POUR LE RUN SUIVANT
      *          (BACSLDN), PRECEDEE D'UN ENREGISTREMENT DE CONTROLE
      *          (COMPTE 00) QUI PORTE LA DATE DE CLOTURE. A PASSER
      *          APRES LA CHAINE VIR DU JOUR ET APRES BACMAJ ; LE
      *          DERNIER JOUR DU MOIS, APRES L'ARRETE BACINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  BACSLD-REC.
           05 SLD-NUMCPTD      PIC 9(2).
           05 SLD-SOLDE        PIC S9(9)V9(2).
      *    ENREGISTREMENT DE CONTROLE (COMPTE 00) : DATE DE CLOTURE
       01  BACSLD-CTL.
           05 SLC-NUMCPTD      PIC 9(2).
           05 SLC-DATE         PIC 9(8).
           05 FILLER           PIC X(3).

       FD  BACSLDN.
       01  BACSLDN-REC.
           05 SLN-NUMCPTD      PIC 9(2).
           05 SLN-SOLDE        PIC S9(9)V9(2).
       01  BACSLDN-CTL.
           05 SLNC-NUMCPTD     PIC 9(2).
           05 SLNC-DATE        PIC 9(8).
           05 FILLER           PIC X(3).

       FD  BACRLV.
       01  BACRLV-LIGNE        PIC X(80).
       01  BACSLDN-FS  PIC 99 VALUE ZEROES.
       01  BACRLV-FS   PIC 99 VALUE ZEROES.

      *    DATE DU RUN (DATE DE LA POSITION DE CLOTURE ECRITE)
       01  DATE-TRAITEMENT     PIC 9(8).

      *    SOLDE D'OUVERTURE DU COMPTE COURANT ET SOLDE RECALCULE PAR
      *    APPLICATION DES IMPUTATIONS JOURNALISEES (CHAQUE IMPUTATION
      *    EST ARRONDIE AU CENTIME, COMME LE FAIT L'ACCESSEUR)
              DISPLAY 'ERREUR OPEN BACSLDN, FS : ' BACSLDN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           ACCEPT DATE-TRAITEMENT FROM DATE YYYYMMDD
           MOVE SPACES TO BACSLDN-CTL
           MOVE ZEROES TO SLNC-NUMCPTD
           MOVE DATE-TRAITEMENT TO SLNC-DATE
           WRITE BACSLDN-CTL
           IF BACSLDN-FS NOT = ZEROES
              DISPLAY 'ERREUR WRITE BACSLDN, FS : ' BACSLDN-FS
              PERFORM FIN-ERREUR-GRAVE
           END-IF
           OPEN OUTPUT BACRLV
           IF BACRLV-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN BACRLV, FS : ' BACRLV-FS
              PERFORM LIRE-POSITION
              PERFORM UNTIL FIN-SLD
                 IF SLD-NUMCPTD = BAC-NUMCPTD
                    AND SLD-NUMCPTD > ZEROES
                    SET OUVERTURE-CONNUE TO TRUE
                    MOVE SLD-SOLDE TO SOLDE-OUVERTURE
                    SET FIN-SLD TO TRUE
