      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme compagnon de "majliv" pour la traçabilité par numéro *
      * de série : à la clôture d'une livraison sortante (ou d'une     *
      * vente comptoir, qui clôture par "majliv" aussi), affecte à la  *
      * livraison les numéros de série en stock de la pièce (table     *
      * serie_piece), du plus ancien reçu au plus récent, à hauteur de *
      * la quantité expédiée - hors numéros bloqués par une campagne   *
      * de rappel ("lanrap", id_rap_ser). Le registre porte ainsi quel *
      * numéro est parti par quelle livraison - donc chez quel client  *
      * ("lirser" fait la jointure). Une pièce sans numéros en stock   *
      * sort sans traçage, comme une pièce non suivie au lot dans      *
      * "cnslot". Pas de COMMIT ici : l'écriture est validée avec le   *
      * reste de la clôture par "majliv".                              *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CNS=CONSOMMATION; SER=SERIE; LIV=LIVRAISON; PIE=PIECE;         *
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Numéros de série en stock de la pièce, du plus ancien reçu au
      * plus récent : l'expédition les affecte dans cet ordre. Un
      * numéro bloqué par une campagne de rappel ne part plus.
       EXEC SQL
           DECLARE CUR-SER CURSOR FOR
               SELECT num_serie
               FROM serie_piece
               WHERE id_pie = :PG-IDF-PIE
                 AND id_liv_sor IS NULL
                 AND id_rap_ser IS NULL
               ORDER BY date_ent, num_serie
       END-EXEC.

