      * l'écriture est validée avec le reste de la clôture par         *
      * "majliv".                                                      *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; LOT=LOT; ENT=ENTRANTE; LIV=LIVRAISON;         *
      * PIE=PIECE; NUM=NUMERO; DAT=DATE; EXP=EXPIRATION; QTE=QUANTITE; *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV               PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-QTE                   PIC 9(07)V9(03).
       01 PG-NUM-LOT               PIC X(20).
       01 PG-DAT-EXP               PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
      * réellement reçue.
       01 LK-IDF-LIV               PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE                   PIC 9(07)V9(03).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

