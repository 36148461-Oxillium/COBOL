      * Author:
      * Date:
      * Purpose: ACCESSEUR DU FICHIER DE CONTROLE D'EXECUTION DE LA
      *          CHAINE VIR (VIRRCT), APPELE PAR CHAQUE PROGRAMME DE LA
      *          CHAINE DU SOIR (VIRLIB, VIRPGN, VIR2, VIRSNL, VIRPOS,
      *          VIRACQ, VIRRCY), AINSI QUE PAR VIRENT (PAIEMENTS
      *          RECUS), SANS PREDECESSEUR, ET PAR SINANN (CONFIRMATION
      *          DES REGLEMENTS DE SINISTRE), QUI SUIT VIRACQ. UN
      *          ENREGISTREMENT PAR
      *          (DATE DE TRAITEMENT, ETAPE) PORTE L'HEURE DE FIN ET LE
      *          CODE RETOUR. AU DEBUT ('D'), L'ACCESSEUR REFUSE LE
      *          DEMARRAGE SI L'ETAPE A DEJA TOURNE CE JOUR (DOUBLE
      *          LANCEMENT = DOUBLES DEBITS) OU SI SON PREDECESSEUR
      *          N'EST PAS TERMINE (OU TERMINE EN CODE RETOUR SUPERIEUR
      *          A 4, LES 4 D'AVERTISSEMENT ETANT ADMIS). A LA FIN
      *          ('F'), IL ENREGISTRE LA COMPLETION ET LE CODE RETOUR.
      *          EN CONSULTATION ('C'), IL INDIQUE SI UNE ETAPE A DEJA
      *          TOURNE CE JOUR, SANS RIEN ENREGISTRER (SINREG, QUI NE
      *          DOIT PAS EMETTRE ENTRE VIR2 ET SINANN).
      *          UNE CARTE DE RELANCE (FICHIER OPTIONNEL VIRRNO,
      *          'OVERRIDE' EN TETE) LEVE LES CONTROLES POUR UNE VRAIE
      *          REPRISE ; PAR DEFAUT, LE DEMARRAGE EST REFUSE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *          DEJA EXECUTEE CE JOUR OU PREDECESSEUR ZR-PRECEDENT
      *          NON TERMINE ; ZR-PRECEDENT A BLANC = PREMIERE ETAPE)
      *      'F' ENREGISTREMENT DE LA FIN DE L'ETAPE AVEC ZR-CODRET
      *      'C' CONSULTATION : L'ETAPE ZR-ETAPE A-T-ELLE TOURNE CE
      *          JOUR (ZR-CODRET REND ALORS SON CODE RETOUR)
      *    ZR-CODE-ERR : 0 OK, 1 DEMARRAGE REFUSE (EN CONSULTATION :
      *    ETAPE NON EXECUTEE CE JOUR), 99 INCIDENT FICHIER
       01  Z-RUN-CTL.
           05 ZR-CODE-FUNC                   PIC X.
           05 ZR-ETAPE                       PIC X(8).
                 PERFORM CONTROLE-DEMARRAGE
              WHEN 'F'
                 PERFORM ENREGISTRER-FIN
              WHEN 'C'
                 PERFORM CONSULTER-ETAPE
              WHEN OTHER
                 MOVE 99 TO ZR-CODE-ERR
                 MOVE 'CODE FONCTION ERRONE' TO ZR-LIBERR
           END-EVALUATE
           .

      *    CONSULTATION : L'ETAPE A-T-ELLE TOURNE CE JOUR, ET AVEC
      *    QUEL CODE RETOUR
       CONSULTER-ETAPE.
           MOVE DATE-TRAITEMENT TO RCT-DATE
           MOVE ZR-ETAPE TO RCT-ETAPE
           READ VIRRCT
           EVALUATE VIRRCT-FS
              WHEN '00'
                 MOVE RCT-CODRET TO ZR-CODRET
              WHEN '23'
                 MOVE 1 TO ZR-CODE-ERR
                 MOVE 'ETAPE NON EXECUTEE CE JOUR' TO ZR-LIBERR
              WHEN OTHER
                 DISPLAY 'ERREUR READ VIRRCT, FS : ' VIRRCT-FS
                 MOVE 99 TO ZR-CODE-ERR
                 MOVE 'ERREUR LECTURE VIRRCT' TO ZR-LIBERR
           END-EVALUATE
           .

      *    ENREGISTREMENT DE LA COMPLETION DE L'ETAPE. EN RELANCE,
      *    L'ENREGISTREMENT DU PASSAGE PRECEDENT EST REMPLACE.
       ENREGISTRER-FIN.
