      *    REGLES DE GESTION SUR LA TABLE DES VEHICULES D'UNE POLICE
      *    (VOIR VEHTAB.CPY), PARTAGEES ENTRE ACCESS3 ET ACCSONL. LES
      *    ACCES AU FICHIER VEHASS RESTENT PROPRES A CHAQUE PROGRAMME.
      *    RETARIFER-VEHICULES S'APPUIE SUR CALCUL-PRIME (COPY
      *    TARIFCAL), QUI DOIT FIGURER DANS LE MEME PROGRAMME.

      *    CONTROLE DE SAISIE D'UN VEHICULE (VC-IMMAT, VC-TYPE,
      *    VC-DATE-MEC) : VC-ANOMALIE RESTE A BLANC SI LA SAISIE EST
      *    CORRECTE, PORTE LE MOTIF DU REFUS SINON
       CONTROLER-VEHICULE.
           MOVE SPACES TO VC-ANOMALIE
           ACCEPT VC-DATE-JOUR FROM DATE YYYYMMDD
           SET IX-VEH TO 1
           SEARCH TARIF-VEHICULE
              AT END
                 MOVE 'TYPE DE VEHICULE INVALIDE' TO VC-ANOMALIE
              WHEN TV-CODE(IX-VEH) = VC-TYPE
                 CONTINUE
           END-SEARCH
           IF VC-IMMAT = SPACES
              MOVE 'IMMATRICULATION NON RENSEIGNEE' TO VC-ANOMALIE
           END-IF
           IF VC-DATE-MEC NOT NUMERIC
              MOVE 'DATE DE MISE EN CIRCULATION INVALIDE'
                 TO VC-ANOMALIE
           ELSE
              IF VC-MEC-MM < 1 OR VC-MEC-MM > 12
                 OR VC-MEC-JJ < 1
                 OR VC-DATE-MEC > VC-DATE-JOUR
                 MOVE 'DATE DE MISE EN CIRCULATION INVALIDE'
                    TO VC-ANOMALIE
              ELSE
                 PERFORM CALCULER-JOURS-MOIS
                 IF VC-MEC-JJ > VC-JOURS-MOIS
                    MOVE 'DATE DE MISE EN CIRCULATION INVALIDE'
                       TO VC-ANOMALIE
                 END-IF
              END-IF
           END-IF
           .

      *    NOMBRE DE JOURS DU MOIS DE LA DATE DE MISE EN CIRCULATION
      *    (FEVRIER : 29 JOURS LES ANNEES BISSEXTILES, SOIT LES
      *    ANNEES DIVISIBLES PAR 4, HORS SIECLES NON DIVISIBLES PAR
      *    400)
       CALCULER-JOURS-MOIS.
           EVALUATE VC-MEC-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO VC-JOURS-MOIS
              WHEN 2
                 DIVIDE VC-MEC-AAAA BY 4 GIVING VC-QUOTIENT
                    REMAINDER VC-RESTE-4
                 DIVIDE VC-MEC-AAAA BY 100 GIVING VC-QUOTIENT
                    REMAINDER VC-RESTE-100
                 DIVIDE VC-MEC-AAAA BY 400 GIVING VC-QUOTIENT
                    REMAINDER VC-RESTE-400
                 IF VC-RESTE-400 = ZEROES
                    OR (VC-RESTE-4 = ZEROES
                        AND VC-RESTE-100 NOT = ZEROES)
                    MOVE 29 TO VC-JOURS-MOIS
                 ELSE
                    MOVE 28 TO VC-JOURS-MOIS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO VC-JOURS-MOIS
           END-EVALUATE
           .

      *    PRIME DE LA POLICE (SOMME DES PRIMES DES VEHICULES), TYPE
      *    DU VEHICULE PRINCIPAL (PLUS PETIT NUMERO D'ORDRE) ET
      *    PROCHAIN NUMERO D'ORDRE LIBRE (ZERO QUAND LE NUMERO 99 EST
      *    DEJA PRIS). UNE SOMME QUI NE TIENT PAS DANS LA PRIME-BASE
      *    DE KSDASS EST SIGNALEE (VC-PRIME-HORS-CAPACITE).
       TOTALISER-VEHICULES.
           MOVE ZEROES TO VC-PRIME-POLICE VC-SEQ-MAX
           MOVE 100 TO VC-SEQ-MIN
           MOVE SPACE TO VC-TYPE-PRINCIPAL
           SET VC-PRIME-DANS-CAPACITE TO TRUE
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              ADD TVH-PRIME(IX-TVC) TO VC-PRIME-POLICE
                 ON SIZE ERROR
                    SET VC-PRIME-HORS-CAPACITE TO TRUE
              END-ADD
              IF TVH-SEQ(IX-TVC) < VC-SEQ-MIN
                 MOVE TVH-SEQ(IX-TVC) TO VC-SEQ-MIN
                 MOVE TVH-TYPE(IX-TVC) TO VC-TYPE-PRINCIPAL
              END-IF
              IF TVH-SEQ(IX-TVC) > VC-SEQ-MAX
                 MOVE TVH-SEQ(IX-TVC) TO VC-SEQ-MAX
              END-IF
           END-PERFORM
           IF VC-SEQ-MAX < 99
              COMPUTE VC-SEQ-LIBRE = VC-SEQ-MAX + 1
           ELSE
              MOVE ZEROES TO VC-SEQ-LIBRE
           END-IF
           .

      *    RECHERCHE DU VEHICULE NUMERO VC-SEQ : IX-TVH DESIGNE LE
      *    POSTE TROUVE (VC-VEHICULE-TROUVE)
       RECHERCHER-VEHICULE.
           SET VC-VEHICULE-ABSENT TO TRUE
           SET IX-TVH TO 1
           SEARCH TVH-ENTREE
              AT END
                 CONTINUE
              WHEN TVH-SEQ(IX-TVH) = VC-SEQ
                 SET VC-VEHICULE-TROUVE TO TRUE
           END-SEARCH
           .

      *    UNE MEME IMMATRICULATION NE PEUT FIGURER QU'UNE FOIS DANS LA
      *    POLICE (LE VEHICULE VC-SEQ LUI-MEME EXCEPTE, POUR UNE
      *    MODIFICATION). LE VEHICULE D'ORIGINE REPRIS SANS
      *    IMMATRICULATION N'ENTRE PAS DANS LE CONTROLE.
       CONTROLER-IMMAT-VEHICULE.
           SET VC-IMMAT-UNIQUE TO TRUE
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              IF TVH-IMMAT(IX-TVC) = VC-IMMAT
                 AND TVH-SEQ(IX-TVC) NOT = VC-SEQ
                 SET VC-IMMAT-EN-DOUBLE TO TRUE
              END-IF
           END-PERFORM
           .

      *    RETRAIT DU POSTE IX-TVH (LES POSTES SUIVANTS SONT REMONTES)
       RETIRER-VEHICULE.
           PERFORM VARYING IX-TVC FROM IX-TVH BY 1
              UNTIL IX-TVC NOT < NB-VEHICULES
              MOVE TVH-ENTREE(IX-TVC + 1) TO TVH-ENTREE(IX-TVC)
           END-PERFORM
           SUBTRACT 1 FROM NB-VEHICULES
           .

      *    RECALCUL DE LA PRIME DE CHAQUE VEHICULE SUR SON TYPE ET LE
      *    BONUS-MALUS DE LA POLICE : CP-MATRICULE ET CP-BONUS-MALUS
      *    SONT ALIMENTES PAR L'APPELANT AVANT LE PERFORM
       RETARIFER-VEHICULES.
           PERFORM VARYING IX-TVC FROM 1 BY 1
              UNTIL IX-TVC > NB-VEHICULES
              MOVE TVH-TYPE(IX-TVC) TO CP-TYPE-VEHICULE
              MOVE TVH-PRIME(IX-TVC) TO CP-PRIME-SAISIE
              PERFORM CALCUL-PRIME
              MOVE CP-PRIME-CALCULEE TO TVH-PRIME(IX-TVC)
           END-PERFORM
           .
