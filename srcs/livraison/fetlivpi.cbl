      * Programme pour recupérer les id pièces et leur quantités       * 
      * associés liès à une livraison ligne par ligne                  *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      * TRIGRAMMES                                                     *
      * FET=FETCH; ID=IDENTIFIANT; LIV=LIVRAISON; PIE=PIECE;           *
      * QTE=QUANTITE; CUR=CURSEUR; ETA=ETAT; OUV=OUVERT; FER=FERME;    *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PG-ID-LIV               PIC 9(10).
       01  PG-ID-PIE               PIC 9(10).
       01  PG-QTE                  PIC 9(07)V9(03).
       01  PG-QTE-RCP              PIC 9(07)V9(03).
       01  PG-ECA-PIE              PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.


      * Arguments de sortie
       01  LK-ID-PIE               PIC 9(10).
       01  LK-QTE                  PIC 9(07)V9(03).
      * Quantité réellement reçue et drapeau d'écart avec la quantité
      * commandée (0 = pas d'écart, 1 = écart).
       01  LK-QTE-RCP              PIC 9(07)V9(03).
       01  LK-ECA-PIE              PIC 9(01).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.
