      *    CONVERSION EN EUR D'UN PAIEMENT RECU (ZONE CVE-ZONE, VOIR
      *    VIRCVT.CPY), PARTAGEE ENTRE VIRENT ET VIRSAF. LE TAUX
      *    CVE-CODDEV -> EUR EST LU DANS LA TABLE VIRCHGE, QUE LE
      *    PROGRAMME APPELANT DECLARE (DECOUPAGE VIRCHG.CPY, ACCES
      *    DIRECT) ET OUVRE EN LECTURE. MEME REGLE QUE VIR2
      *    (CTRLANCIENNETE-TAUX) : UN TAUX DONT LA DATE D'EFFET EST
      *    ILLISIBLE OU ANTERIEURE DE PLUS DE CVE-ANCIENNETE-MAX JOURS
      *    A LA DATE DU RUN N'EST PAS APPLIQUE.
       CONVERTIR-EN-EUR.
           MOVE ZEROES TO CVE-MTTRAN-EUR CVE-TAUX
           SET CVE-CONVERTI TO TRUE
           IF CVE-CODDEV = 'EUR'
              MOVE 1 TO CVE-TAUX
              MOVE CVE-MTTRAN TO CVE-MTTRAN-EUR
           ELSE
              MOVE CVE-CODDEV TO VC-CODDEV1
              MOVE 'EUR' TO VC-CODDEV2
              READ VIRCHGE
                 INVALID KEY
                    SET CVE-TAUX-ABSENT TO TRUE
                 NOT INVALID KEY
                    PERFORM CONTROLER-ANCIENNETE-TAUX
                    IF CVE-CONVERTI
                       MOVE VC-TAUX TO CVE-TAUX
                       COMPUTE CVE-MTTRAN-EUR ROUNDED =
                          CVE-MTTRAN * CVE-TAUX
                    END-IF
              END-READ
           END-IF
           .

      *    ANCIENNETE DU TAUX LU : UNE DATE D'EFFET ILLISIBLE OU
      *    IMPOSSIBLE (MOIS/JOUR HORS DOMAINE) VAUT TAUX PERIME
       CONTROLER-ANCIENNETE-TAUX.
           IF VC-DATE-EFFET NOT NUMERIC OR VC-DATE-EFFET = ZEROES
              OR VC-DATE-EFFET(5:2) < '01'
              OR VC-DATE-EFFET(5:2) > '12'
              OR VC-DATE-EFFET(7:2) < '01'
              OR VC-DATE-EFFET(7:2) > '31'
              MOVE 999 TO CVE-AGE-TAUX
           ELSE
              COMPUTE CVE-AGE-TAUX =
                 FUNCTION INTEGER-OF-DATE(CVE-DATE-TRAITEMENT)
                 - FUNCTION INTEGER-OF-DATE(VC-DATE-EFFET)
           END-IF
           IF CVE-AGE-TAUX > CVE-ANCIENNETE-MAX
              SET CVE-TAUX-PERIME TO TRUE
           END-IF
           .
