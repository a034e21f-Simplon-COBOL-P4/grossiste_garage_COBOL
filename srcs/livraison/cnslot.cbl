      * sort sans traçage. Pas de COMMIT ici : l'écriture est validée  *
      * avec le reste de la clôture par "majliv".                      *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CNS=CONSOMMATION; LOT=LOT; LIV=LIVRAISON; PIE=PIECE;           *
      * QTE=QUANTITE; RST=RESTE; NUM=NUMERO; DAT=DATE; EXP=EXPIRATION; *
       01 PG-IDF-LIV               PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-NUM-LOT               PIC X(20).
       01 PG-QTE-LOT               PIC 9(07)V9(03).
       01 PG-QTE-PRL               PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       END-EXEC.

      * Quantité restant à prélever sur les lots.
       01 WS-QTE-RST               PIC 9(07)V9(03).

       01 WS-ETT-LCT               PIC 9(01).
           88 WS-ETT-LCT-ENC                  VALUE 0.
      * Arguments d'entrée : la ligne expédiée et la quantité sortie.
       01 LK-IDF-LIV               PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE                   PIC 9(07)V9(03).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

