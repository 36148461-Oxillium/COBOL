      ******************************************************************
      * AUTHOR:
      * DATE:
      * PURPOSE: ETAT DE FIN DE MOIS DES RESERVES DE SINISTRES POUR
      *          LES ACTUAIRES. PARCOURT LES DOSSIERS DE SINISTRE
      *          (SINDOS, TENU PAR SINMAJ ET SINREG) ET EDITE CHAQUE
      *          DOSSIER ENCORE EN COURS (OUVERT, RESERVE CONSTITUEE
      *          OU PARTIELLEMENT REGLE) : MONTANT DECLARE, RESERVE
      *          RESTANT A PAYER, CUMUL DEJA REGLE. L'ETAT EST DATE ET
      *          PAGINE ; IL SE TERMINE PAR LES SOUS-TOTAUX PAR TYPE
      *          DE SINISTRE ('M' MATERIEL, 'C' CORPOREL, 'V' VOL) ET
      *          LE TOTAL GENERAL. LES DOSSIERS CLOS ET REFUSES NE
      *          PORTENT PLUS DE RESERVE : ILS SONT SEULEMENT COMPTES.
      * TECTONICS: COBC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINPRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DOSSIERS DE SINISTRE (VOIR SINDOS.CPY), LUS EN SEQUENTIEL
           SELECT SINDOS ASSIGN TO DDSINDOS
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SDO-NUMSIN
           FILE STATUS IS SINDOS-FS.

      *    ETAT DES RESERVES : UNE LIGNE PAR DOSSIER EN COURS
           SELECT SINETA ASSIGN TO DDSINETA
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS SINETA-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  SINDOS.
           COPY SINDOS.

       FD  SINETA.
       01  SINETA-LIGNE PIC X(89).

       WORKING-STORAGE SECTION.

       01  SINDOS-FS   PIC 99 VALUE ZEROES.
       01  SINETA-FS   PIC 99 VALUE ZEROES.

      *    MISE EN PAGE DE L'ETAT
       01  CONST-LIGNES-PAGE   PIC 99 VALUE 55.
       01  CPT-LIGNES-PAGE     PIC 99 VALUE 99.
       01  CPT-PAGES           PIC 9(4) VALUE ZEROES.

      *    DATE DU JOUR POUR L'ENTETE
       01  DATE-JOUR.
           05 DJ-ANNEE        PIC 9(4).
           05 DJ-MOIS         PIC 9(2).
           05 DJ-JOUR         PIC 9(2).

      *    LIGNE D'ENTETE DE PAGE
       01  LIGNE-ENTETE.
           05 FILLER          PIC X(32)
              VALUE 'RESERVES DE SINISTRES     LE '.
           05 ENT-JOUR        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 ENT-MOIS        PIC 9(2).
           05 FILLER          PIC X VALUE '/'.
           05 ENT-ANNEE       PIC 9(4).
           05 FILLER          PIC X(7) VALUE '  PAGE '.
           05 ENT-PAGE        PIC ZZZ9.
           05 FILLER          PIC X(35) VALUE SPACES.

      *    LIGNE DE TITRE DES COLONNES
       01  LIGNE-TITRE.
           05 FILLER          PIC X(36)
              VALUE 'DOSSIER  MATR.  DATE SIN T STATUT  '.
           05 FILLER          PIC X(53)
              VALUE '      DECLARE       RESERVE         REGLE'.

      *    LIGNE DE DETAIL D'UN DOSSIER EN COURS
       01  LIGNE-DOS.
           05 DOS-NUMSIN      PIC 9(8).
           05 FILLER          PIC X(1).
           05 DOS-MATRICULE   PIC 9(6).
           05 FILLER          PIC X(1).
           05 DOS-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 DOS-TYPE        PIC X.
           05 FILLER          PIC X(1).
           05 DOS-STATUT      PIC X(8).
           05 FILLER          PIC X(1).
           05 DOS-DECLARE     PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 DOS-RESERVE     PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 DOS-REGLE       PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(12).

      *    LIGNE DE SOUS-TOTAL / TOTAL
       01  LIGNE-TOT.
           05 TOT-LIBELLE     PIC X(29).
           05 TOT-NB          PIC ZZZZZ9.
           05 FILLER          PIC X(1).
           05 TOT-DECLARE     PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 TOT-RESERVE     PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(1).
           05 TOT-REGLE       PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(12).

      *    CUMULS PAR TYPE DE SINISTRE (POSTE 4 = TYPES INCONNUS)
       01  TOTAUX-TYPE.
           05 TT-ENTRY OCCURS 4 TIMES INDEXED BY IX-TT.
              10 TT-CODE          PIC X.
              10 TT-NB            PIC 9(6).
              10 TT-DECLARE       PIC 9(11)V99.
              10 TT-RESERVE       PIC 9(11)V99.
              10 TT-REGLE         PIC 9(11)V99.

      *    INDICATEUR FIN DE FICHIER DES DOSSIERS
       01                          PIC X VALUE SPACES.
           88 FIN-SINDOS                VALUE 'O'.

      *    COMPTEURS
       01  CPT-LUS             PIC 9(6) VALUE ZEROES.
       01  CPT-EN-COURS        PIC 9(6) VALUE ZEROES.
       01  CPT-CLOS            PIC 9(6) VALUE ZEROES.
       01  CPT-REFUSES         PIC 9(6) VALUE ZEROES.
       01  TOTAL-DECLARE       PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-RESERVE       PIC 9(11)V99 VALUE ZEROES.
       01  TOTAL-REGLE         PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

           PERFORM DEBUT

           PERFORM READ-SINDOS
           PERFORM UNTIL FIN-SINDOS
              ADD 1 TO CPT-LUS
              EVALUATE SDO-STATUT
                 WHEN 'C'
                    ADD 1 TO CPT-CLOS
                 WHEN 'F'
                    ADD 1 TO CPT-REFUSES
                 WHEN OTHER
                    PERFORM ECRITURE-LIGNE
              END-EVALUATE
              PERFORM READ-SINDOS
           END-PERFORM

           PERFORM EDITION-TOTAUX
           PERFORM FIN
           .

       DEBUT.
           OPEN INPUT SINDOS
           IF SINDOS-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINDOS, FS : ' SINDOS-FS
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT SINETA
           IF SINETA-FS NOT = ZEROES
              DISPLAY 'ERREUR OPEN SINETA, FS : ' SINETA-FS
              MOVE 15 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT DATE-JOUR FROM DATE YYYYMMDD
           MOVE DJ-JOUR TO ENT-JOUR
           MOVE DJ-MOIS TO ENT-MOIS
           MOVE DJ-ANNEE TO ENT-ANNEE
           MOVE 'M' TO TT-CODE(1)
           MOVE 'C' TO TT-CODE(2)
           MOVE 'V' TO TT-CODE(3)
           MOVE SPACE TO TT-CODE(4)
           PERFORM VARYING IX-TT FROM 1 BY 1 UNTIL IX-TT > 4
              MOVE ZEROES TO TT-NB(IX-TT) TT-DECLARE(IX-TT)
                             TT-RESERVE(IX-TT) TT-REGLE(IX-TT)
           END-PERFORM
           .

       READ-SINDOS.
           READ SINDOS
              AT END
                 SET FIN-SINDOS TO TRUE
           END-READ
           IF SINDOS-FS NOT = ZEROES AND 10
              DISPLAY 'ERREUR READ SINDOS, FS : ' SINDOS-FS
              MOVE 15 TO RETURN-CODE
              PERFORM FIN
           END-IF
           .

      *    ENTETE DE PAGE (DATE + NUMERO DE PAGE) ET TITRE DES
      *    COLONNES, PUIS REARME LE COMPTEUR DE LIGNES DE LA PAGE
       ECRITURE-ENTETE.
           ADD 1 TO CPT-PAGES
           MOVE CPT-PAGES TO ENT-PAGE
           WRITE SINETA-LIGNE FROM LIGNE-ENTETE
           MOVE SPACES TO SINETA-LIGNE
           WRITE SINETA-LIGNE
           WRITE SINETA-LIGNE FROM LIGNE-TITRE
           MOVE 3 TO CPT-LIGNES-PAGE
           .

       ECRITURE-LIGNE.
           IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
              PERFORM ECRITURE-ENTETE
           END-IF
           MOVE SPACES TO LIGNE-DOS
           MOVE SDO-NUMSIN TO DOS-NUMSIN
           MOVE SDO-MATRICULE TO DOS-MATRICULE
           MOVE SDO-DATE-SINISTRE TO DOS-DATE
           MOVE SDO-TYPE TO DOS-TYPE
           EVALUATE SDO-STATUT
              WHEN 'O'
                 MOVE 'OUVERT' TO DOS-STATUT
              WHEN 'R'
                 MOVE 'RESERVE' TO DOS-STATUT
              WHEN 'P'
                 MOVE 'PARTIEL' TO DOS-STATUT
              WHEN OTHER
                 MOVE SDO-STATUT TO DOS-STATUT
           END-EVALUATE
           MOVE SDO-MONTANT-DECLARE TO DOS-DECLARE
           MOVE SDO-RESERVE TO DOS-RESERVE
           MOVE SDO-CUMUL-REGLE TO DOS-REGLE
           WRITE SINETA-LIGNE FROM LIGNE-DOS
           ADD 1 TO CPT-LIGNES-PAGE
           ADD 1 TO CPT-EN-COURS
           ADD SDO-MONTANT-DECLARE TO TOTAL-DECLARE
           ADD SDO-RESERVE TO TOTAL-RESERVE
           ADD SDO-CUMUL-REGLE TO TOTAL-REGLE
           PERFORM CUMULER-TYPE
           .

      *    CUMUL DE LA LIGNE DANS LE POSTE DE SON TYPE DE SINISTRE
      *    (POSTE 4 POUR UN TYPE HORS DOMAINE)
       CUMULER-TYPE.
           SET IX-TT TO 1
           SEARCH TT-ENTRY
              AT END
                 SET IX-TT TO 4
                 PERFORM CUMULER-POSTE
              WHEN TT-CODE(IX-TT) = SDO-TYPE
                 PERFORM CUMULER-POSTE
           END-SEARCH
           .

       CUMULER-POSTE.
           ADD 1 TO TT-NB(IX-TT)
           ADD SDO-MONTANT-DECLARE TO TT-DECLARE(IX-TT)
           ADD SDO-RESERVE TO TT-RESERVE(IX-TT)
           ADD SDO-CUMUL-REGLE TO TT-REGLE(IX-TT)
           .

      *    SOUS-TOTAUX PAR TYPE DE SINISTRE ET TOTAL GENERAL
       EDITION-TOTAUX.
           IF CPT-LIGNES-PAGE >= CONST-LIGNES-PAGE
              PERFORM ECRITURE-ENTETE
           END-IF
           MOVE SPACES TO SINETA-LIGNE
           WRITE SINETA-LIGNE
           MOVE SPACES TO LIGNE-TOT
           MOVE 'SOUS-TOTAUX PAR TYPE' TO TOT-LIBELLE
           WRITE SINETA-LIGNE FROM LIGNE-TOT
           PERFORM VARYING IX-TT FROM 1 BY 1 UNTIL IX-TT > 4
              IF TT-NB(IX-TT) > ZEROES
                 MOVE SPACES TO LIGNE-TOT
                 EVALUATE TT-CODE(IX-TT)
                    WHEN 'M'
                       MOVE '  M - MATERIEL ..............'
                          TO TOT-LIBELLE
                    WHEN 'C'
                       MOVE '  C - CORPOREL ..............'
                          TO TOT-LIBELLE
                    WHEN 'V'
                       MOVE '  V - VOL ...................'
                          TO TOT-LIBELLE
                    WHEN OTHER
                       MOVE '  TYPE HORS DOMAINE .........'
                          TO TOT-LIBELLE
                 END-EVALUATE
                 MOVE TT-NB(IX-TT) TO TOT-NB
                 MOVE TT-DECLARE(IX-TT) TO TOT-DECLARE
                 MOVE TT-RESERVE(IX-TT) TO TOT-RESERVE
                 MOVE TT-REGLE(IX-TT) TO TOT-REGLE
                 WRITE SINETA-LIGNE FROM LIGNE-TOT
              END-IF
           END-PERFORM
           MOVE SPACES TO LIGNE-TOT
           MOVE 'TOTAL DES DOSSIERS EN COURS .' TO TOT-LIBELLE
           MOVE CPT-EN-COURS TO TOT-NB
           MOVE TOTAL-DECLARE TO TOT-DECLARE
           MOVE TOTAL-RESERVE TO TOT-RESERVE
           MOVE TOTAL-REGLE TO TOT-REGLE
           WRITE SINETA-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'DOSSIERS CLOS ...............' TO TOT-LIBELLE
           MOVE CPT-CLOS TO TOT-NB
           WRITE SINETA-LIGNE FROM LIGNE-TOT
           MOVE SPACES TO LIGNE-TOT
           MOVE 'DOSSIERS REFUSES ............' TO TOT-LIBELLE
           MOVE CPT-REFUSES TO TOT-NB
           WRITE SINETA-LIGNE FROM LIGNE-TOT
           .

       FIN.
           CLOSE SINDOS
           CLOSE SINETA
           DISPLAY 'DOSSIERS LUS      : ' CPT-LUS
           DISPLAY 'DOSSIERS EN COURS : ' CPT-EN-COURS
           DISPLAY 'TOTAL DES RESERVES: ' TOTAL-RESERVE
            STOP RUN
           .
