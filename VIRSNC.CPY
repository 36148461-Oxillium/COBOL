      *    REGLES DE RAPPROCHEMENT DES NOMS AVEC LA LISTE DE SANCTIONS
      *    (ZONE SNC-ZONE, VOIR VIRSNT.CPY), PARTAGEES ENTRE VIR2
      *    (FILTRAGE) ET VIRSNM (CLE DES NOMS LISTES) : UN NOM EST
      *    NORMALISE DE LA MEME FACON DES DEUX COTES. VIRENT S'EN
      *    SERT AUSSI POUR RAPPROCHER LE NOM DU BENEFICIAIRE D'UN
      *    PAIEMENT RECU DE CELUI DU TITULAIRE DU COMPTE.

      *    NORMALISATION DE SNC-NOM : MAJUSCULES, LETTRES ET CHIFFRES
      *    SEULS, ESPACES ET PONCTUATION SUPPRIMES ("VAN DER-BERG"
      *    ET "VANDERBERG" DONNENT LE MEME NOM NORMALISE)
       NORMALISER-NOM.
           MOVE SPACES TO SNC-NOM-NORM
           MOVE ZEROES TO SNC-LONG
           INSPECT SNC-NOM CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING SNC-IX FROM 1 BY 1 UNTIL SNC-IX > 20
              MOVE SNC-NOM(SNC-IX:1) TO SNC-CAR
              IF (SNC-CAR NOT < 'A' AND SNC-CAR NOT > 'Z')
                 OR (SNC-CAR NOT < '0' AND SNC-CAR NOT > '9')
                 ADD 1 TO SNC-LONG
                 MOVE SNC-CAR TO SNC-NOM-NORM(SNC-LONG:1)
              END-IF
           END-PERFORM
           .

      *    COMPARAISON DU NOM NORMALISE SNC-NOM-NORM A L'ENTREE DE LA
      *    LISTE SNC-LISTE-NORM : IDENTITE EXACTE, OU NOM PROCHE --
      *    MEME LONGUEUR A SNC-ECARTS-MAX LETTRES PRES, OU L'UN DES
      *    DEUX NOMS CONTENU DANS L'AUTRE (PRENOM AJOUTE OU OMIS) --
      *    POURVU QUE LE PLUS COURT ATTEIGNE SNC-LONG-MIN
       COMPARER-NOM.
           SET SNC-NOM-DISTINCT TO TRUE
           EVALUATE TRUE
              WHEN SNC-LONG = ZEROES OR SNC-LISTE-LONG = ZEROES
                 CONTINUE
              WHEN SNC-NOM-NORM = SNC-LISTE-NORM
                 SET SNC-NOM-IDENTIQUE TO TRUE
              WHEN SNC-LONG = SNC-LISTE-LONG
                 AND SNC-LONG NOT < SNC-LONG-MIN
                 PERFORM COMPTER-ECARTS-NOM
                 IF SNC-ECARTS NOT > SNC-ECARTS-MAX
                    SET SNC-NOM-PROCHE TO TRUE
                 END-IF
              WHEN SNC-LISTE-LONG < SNC-LONG
                 AND SNC-LISTE-LONG NOT < SNC-LONG-MIN
                 MOVE ZEROES TO SNC-OCCURRENCES
                 INSPECT SNC-NOM-NORM TALLYING SNC-OCCURRENCES
                    FOR ALL SNC-LISTE-NORM(1:SNC-LISTE-LONG)
                 IF SNC-OCCURRENCES > ZEROES
                    SET SNC-NOM-PROCHE TO TRUE
                 END-IF
              WHEN SNC-LONG < SNC-LISTE-LONG
                 AND SNC-LONG NOT < SNC-LONG-MIN
                 MOVE ZEROES TO SNC-OCCURRENCES
                 INSPECT SNC-LISTE-NORM TALLYING SNC-OCCURRENCES
                    FOR ALL SNC-NOM-NORM(1:SNC-LONG)
                 IF SNC-OCCURRENCES > ZEROES
                    SET SNC-NOM-PROCHE TO TRUE
                 END-IF
           END-EVALUATE
           .

      *    NOMBRE DE POSITIONS OU DEUX NOMS DE MEME LONGUEUR DIFFERENT
       COMPTER-ECARTS-NOM.
           MOVE ZEROES TO SNC-ECARTS
           PERFORM VARYING SNC-IX FROM 1 BY 1 UNTIL SNC-IX > SNC-LONG
              IF SNC-NOM-NORM(SNC-IX:1) NOT = SNC-LISTE-NORM(SNC-IX:1)
                 ADD 1 TO SNC-ECARTS
              END-IF
           END-PERFORM
           .
