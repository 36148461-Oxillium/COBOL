      *          SYSOUT : ACCEPTES VIR2 MOINS REGLES EN INTERNE =
      *          MESSAGES CHARGES PAR VIRACQ, LIBERES VIRLIB AU PLUS
      *          EGAL AUX MOUVEMENTS LUS PAR VIR2, REEMIS VIRRCY AU
      *          PLUS EGAL AUX REJETS LUS, PAIEMENTS RECUS PAR VIRENT
      *          TOUS CREDITES, MIS EN SUSPENS OU ECARTES EN DOUBLON.
      *          TOUT ECART EST SIGNALE SUR L'ETAT ET LE JOB SE TERMINE
      *          EN CODE RETOUR 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 VIRRCY-PRESENT    VALUE 'O'.
       01  VIRRCY-REJ-LUS   PIC 9(7) VALUE ZEROES.
       01  VIRRCY-REEMIS    PIC 9(7) VALUE ZEROES.
       01  IND-VIRENT       PIC X VALUE 'N'.
           88 VIRENT-PRESENT    VALUE 'O'.
       01  VIRENT-LUS       PIC 9(7) VALUE ZEROES.
       01  VIRENT-CREDITES  PIC 9(7) VALUE ZEROES.
       01  VIRENT-SUSPENS   PIC 9(7) VALUE ZEROES.
       01  VIRENT-DOUBLONS  PIC 9(7) VALUE ZEROES.

      *    MESSAGES ATTENDUS PAR LE RACCORDEMENT VIR2 / VIRACQ
       01  MSG-ATTENDUS     PIC S9(8) VALUE ZEROES.

      *    PAIEMENTS RECUS DONT VIRENT A RENDU COMPTE
       01  MSG-TRAITES      PIC S9(8) VALUE ZEROES.

      *    LIGNE D'ENTETE DE L'ETAT
       01  LIGNE-ENT.
           05 FILLER        PIC X(31)
                 SET VIRRCY-PRESENT TO TRUE
                 MOVE STA-CPT(1) TO VIRRCY-REJ-LUS
                 MOVE STA-CPT(2) TO VIRRCY-REEMIS
              WHEN 'VIRENT'
                 SET VIRENT-PRESENT TO TRUE
                 MOVE STA-CPT(1) TO VIRENT-LUS
                 MOVE STA-CPT(2) TO VIRENT-CREDITES
                 MOVE STA-CPT(3) TO VIRENT-SUSPENS
                 MOVE STA-CPT(4) TO VIRENT-DOUBLONS
           END-EVALUATE
           .

              MOVE VIRRCY-REJ-LUS TO RAC-VALEUR2
              WRITE STARAP-LIGNE FROM LIGNE-RAC
           END-IF

      *    CHAQUE PAIEMENT RECU PAR VIRENT EST SOIT CREDITE, SOIT MIS
      *    EN SUSPENS, SOIT ECARTE COMME DOUBLON : AUCUN NE SE PERD
           IF VIRENT-PRESENT
              COMPUTE MSG-TRAITES = VIRENT-CREDITES + VIRENT-SUSPENS
                                  + VIRENT-DOUBLONS
              MOVE SPACES TO LIGNE-RAC
              IF MSG-TRAITES = VIRENT-LUS
                 MOVE 'RECUS (VIRENT) / CREDITES + SUSPENS RACCORDES'
                    TO RAC-LIBELLE
              ELSE
                 ADD 1 TO CPT-ECARTS
                 MOVE '** ECART RECUS (VIRENT) / CREDITES + SUSPENS'
                    TO RAC-LIBELLE
              END-IF
              MOVE VIRENT-LUS TO RAC-VALEUR1
              MOVE MSG-TRAITES TO RAC-VALEUR2
              WRITE STARAP-LIGNE FROM LIGNE-RAC
           END-IF
           .

       FIN-ERREUR-GRAVE.
