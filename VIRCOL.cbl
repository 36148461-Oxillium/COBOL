           88 CARTE-INVALIDE             VALUE 'N'.

      *    INDICATEUR DE PRESENCE D'UN REJET SOUS LA CLE DE LA CARTE
      *    ('C' : REJET DU FILTRAGE SANCTIONS, QUI NE SE CORRIGE PAS)
       01  IND-REJET           PIC X     VALUE 'N'.
           88 REJET-TROUVE               VALUE 'O'.
           88 REJET-CONFORMITE           VALUE 'C'.
           88 REJET-ABSENT               VALUE 'N'.

      *    INDICATEUR DE FIN DU FICHIER DES REJETS (REARME PAR CARTE)
      *    LA CLE DE LA CARTE DOIT CORRESPONDRE A UN REJET EN ATTENTE
      *    DANS VIRREJ : UNE CORRECTION SANS REJET NE SERAIT JAMAIS
      *    RAPPROCHEE PAR VIRRCY (CLE MAL SAISIE, OU REJET DEJA
      *    REPARE DANS UN RUN PRECEDENT). UN REJET DU FILTRAGE
      *    SANCTIONS NE S'OUVRE PAS A LA CORRECTION.
       CTRLCLE-REJET.
           SET REJET-ABSENT TO TRUE
           SET NON-FIN-REJ TO TRUE
                 AND VREJ-NUMCPTD = CSA-NUMCPTD
                 AND VREJ-DATECH = CSA-DATECH
                 AND VREJ-NUMDDE = CSA-NUMDDE
                 IF VREJ-REJET-CONFORMITE
                    SET REJET-CONFORMITE TO TRUE
                 ELSE
                    SET REJET-TROUVE TO TRUE
                 END-IF
                 SET FIN-REJ TO TRUE
              ELSE
                 PERFORM LIRE-REJET
                 TO SORT-CARTE
              PERFORM REFUSER-CARTE
           END-IF
           IF REJET-CONFORMITE
              MOVE 'REJET DE CONFORMITE, NON CORRIGEABLE'
                 TO SORT-CARTE
              PERFORM REFUSER-CARTE
           END-IF
           .

      *    LECTURE DU FICHIER DES REJETS
