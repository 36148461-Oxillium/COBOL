      *    FICHIER DE REFERENCE DES CODES POSTAUX (KSDS), PARTAGE ENTRE
      *    ACCESS3 (LECTURE NATIVE), ACCSONL (LECTURE CICS), CPVMAJ
      *    (MAINTENANCE BATCH) ET CPVBAL (BALAYAGE DE KSDASS).
      *    UNE LIGNE PAR COUPLE (CODE POSTAL, VILLE) ADMIS : UN CODE
      *    POSTAL DESSERT EN GENERAL PLUSIEURS COMMUNES, CHACUNE FAIT
      *    L'OBJET D'UNE LIGNE. LA VILLE EST CELLE DE LA FICHE KSDASS,
      *    EN MAJUSCULES ET SUR 12 POSITIONS (MEME LIBELLE QUE LA
      *    ZONE VILLE DES ASSURES, ABREGE LE CAS ECHEANT). UNE ADRESSE
      *    DONT LE COUPLE N'EST PAS EN FICHIER EST REFUSEE.
       01  CPVASS-REC.
           05  CPV-CLE.
               10 CPV-CODE-POSTAL       PIC 9(5).
               10 CPV-VILLE             PIC X(12).
           05  CPV-DATE-CREATION        PIC 9(8).
