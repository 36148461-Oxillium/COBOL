      *          SEGMENT DE PORTEFEUILLE (BORNES DE MATRICULES LUES
      *          DANS RENPAR) VIA ACCESS3 CODE 'Q', PUIS REPASSE CHAQUE
      *          ASSURE EN MODIFICATION ('M') AVEC SES PROPRES DONNEES:
      *          ACCESS3 RECALCULE LA PRIME SUR LE BAREME EN VIGUEUR
      *          (POUR UNE POLICE MULTI-VEHICULES : CHAQUE VEHICULE DE
      *          VEHASS, LA PRIME RENDUE ETANT LEUR SOMME),
      *          NE REECRIT QUE SI ELLE A CHANGE, ET ECRIT LUI-MEME LE
      *          JOURNAL ET L'AVENANT HISTASS. UN AVIS D'ECHEANCE EST
      *          EDITE POUR CHAQUE ASSURE (ANCIENNE ET NOUVELLE PRIME).
