      ******************************************************************
      *                              ENTETE                            *
      * Ligne d'historique de champ passee a "ajuhch" : fiche(s)       *
      * concernee(s) (piece, client, fournisseur ; 0 = sans objet),    *
      * precision de la ligne (categorie d'une remise, piece ou        *
      * fournisseur d'un prix d'achat), nom du champ, ancienne et      *
      * nouvelle valeur en clair. Voir "ajuhch" et "lirhch".           *
      * HCH=HISTORIQUE DE CHAMP; PIE=PIECE; CLI=CLIENT;                *
      * FOU=FOURNISSEUR; CLE=PRECISION; CHP=CHAMP; ANC=ANCIENNE        *
      * VALEUR; NOU=NOUVELLE VALEUR.                                   *
      ******************************************************************
       01 :PREFIX:-HCH.
           05 :PREFIX:-HCH-PIE          PIC 9(10).
           05 :PREFIX:-HCH-CLI          PIC 9(10).
           05 :PREFIX:-HCH-FOU          PIC 9(10).
           05 :PREFIX:-HCH-CLE          PIC X(30).
           05 :PREFIX:-HCH-CHP          PIC X(30).
           05 :PREFIX:-HCH-ANC          PIC X(60).
           05 :PREFIX:-HCH-NOU          PIC X(60).
