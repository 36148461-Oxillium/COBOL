      *          SEULES LES OPERATIONS 'M', 'S', 'U' (SUSPENSION DE
      *          POLICE), 'R' (REINTEGRATION) ET 'A' (RESILIATION,
      *          REJOUEE COMME UNE SUPPRESSION) SONT REJOUEES.
      *          LES OPERATIONS SUR UN VEHICULE DE LA POLICE ('V',
      *          'W', 'X') SONT REJOUEES SUR LA PRIME ET LE TYPE DE LA
      *          POLICE, SEULES ZONES KSDASS QU'ELLES MODIFIENT ; LE
      *          FICHIER DES VEHICULES VEHASS N'EST PAS RECONSTITUE
      *          ICI (LES IMAGES VEHICULE DU JOURNAL EN PERMETTENT LA
      *          VERIFICATION).
      *          LES AFFECTATIONS D'UNE POLICE A UN APPORTEUR ('G') NE
      *          TOUCHENT PAS A KSDASS : ELLES SONT RECONNUES ET
      *          COMPTEES, MAIS NON REJOUEES (LE FICHIER AGTPOL N'EST
      *          PAS RECONSTITUE ICI).
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  CPT-REJOUEES-S      PIC 9(7) VALUE ZEROES.
       01  CPT-REJOUEES-U      PIC 9(7) VALUE ZEROES.
       01  CPT-REJOUEES-R      PIC 9(7) VALUE ZEROES.
       01  CPT-REJOUEES-V      PIC 9(7) VALUE ZEROES.
       01  CPT-AFFECTATIONS    PIC 9(7) VALUE ZEROES.
       01  CPT-ANOMALIES       PIC 9(7) VALUE ZEROES.

      *    INDICATEUR DE FIN DU JOURNAL
      *    REJEU DE L'OPERATION COURANTE DU JOURNAL
       REJOUER-OPERATION.
           IF JRN-OPERATION NOT = 'M' AND 'S' AND 'U' AND 'R' AND 'A'
                                  AND 'V' AND 'W' AND 'X' AND 'G'
              MOVE 'OPERATION INCONNUE DANS LE JOURNAL'
                 TO MOTIF-ANOMALIE
              PERFORM ECRIRE-ANOMALIE
           ELSE
              IF JRN-OPERATION = 'G'
                 ADD 1 TO CPT-AFFECTATIONS
              ELSE
                 MOVE JRN-MATRICULE TO KSDASS-KEY
                 READ KSDASS INTO ASSURES
                 EVALUATE KSDASS-FS
                    WHEN '00'
                       IF JRN-OPERATION = 'V' OR 'W' OR 'X'
                          PERFORM VERIFIER-ET-REJOUER-VEHICULE
                       ELSE
                          PERFORM VERIFIER-ET-REJOUER
                       END-IF
                    WHEN '23'
                       MOVE 'ENREGISTREMENT ABSENT DU FICHIER RESTAURE'
                          TO MOTIF-ANOMALIE
                       PERFORM ECRIRE-ANOMALIE
                    WHEN OTHER
                       DISPLAY 'ERREUR READ KSDASS, FS : ' KSDASS-FS
                       PERFORM FIN-ERREUR-GRAVE
                 END-EVALUATE
              END-IF
           END-IF
           .

           END-IF
           .

      *    OPERATION SUR UN VEHICULE : L'IMAGE AVANT NE PORTE QUE LES
      *    ZONES TARIF DE LA POLICE (L'IDENTITE Y EST REMPLACEE PAR LE
      *    VEHICULE, VOIR JRNASS.CPY) ; SEULS LE TYPE PRINCIPAL ET LA
      *    PRIME DE LA POLICE SONT REAPPLIQUES.
       VERIFIER-ET-REJOUER-VEHICULE.
           IF TYPE-VEHICULE = JRN-AV-TYPE-VEHICULE
              AND PRIME-BASE = JRN-AV-PRIME-BASE
              AND BONUS-MALUS = JRN-AV-BONUS-MALUS
              AND TAUX = JRN-AV-TAUX
              MOVE JRN-AP-TYPE-VEHICULE TO TYPE-VEHICULE
              MOVE JRN-AP-PRIME-BASE TO PRIME-BASE
              REWRITE KSDASS-REC FROM ASSURES
              IF KSDASS-FS = ZEROES
                 ADD 1 TO CPT-REJOUEES-V
              ELSE
                 DISPLAY 'ERREUR REWRITE KSDASS, FS : ' KSDASS-FS
                 PERFORM FIN-ERREUR-GRAVE
              END-IF
           ELSE
              MOVE 'CONTENU COURANT DIFFERENT DE L IMAGE AVANT'
                 TO MOTIF-ANOMALIE
              PERFORM ECRIRE-ANOMALIE
           END-IF
           .

       REAPPLIQUER-MODIFICATION.
           MOVE JRN-AP-NOM-PRENOM TO NOM-PRENOM
           MOVE JRN-AP-RUE-ADRESSE TO RUE-ADRESSE
           DISPLAY 'SUPPRESSIONS REJOUEES  : ' CPT-REJOUEES-S
           DISPLAY 'SUSPENSIONS REJOUEES   : ' CPT-REJOUEES-U
           DISPLAY 'REINTEGRATIONS REJOUEES: ' CPT-REJOUEES-R
           DISPLAY 'OPERATIONS VEHICULE    : ' CPT-REJOUEES-V
           DISPLAY 'AFFECTATIONS APPORTEUR : ' CPT-AFFECTATIONS
           DISPLAY 'ANOMALIES              : ' CPT-ANOMALIES
           IF RETURN-CODE = ZEROES AND CPT-ANOMALIES > ZEROES
              MOVE 4 TO RETURN-CODE
