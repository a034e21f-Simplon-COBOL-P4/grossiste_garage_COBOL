      * associés liées à un devis ligne par ligne, sur le modèle de    *
      * "fetlivpi" pour les lignes de livraison.                       *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      * TRIGRAMMES                                                     *
      * FET=FETCH; ID=IDENTIFIANT; DEV=DEVIS; PIE=PIECE;               *
      * QTE=QUANTITE; CUR=CURSEUR; ETA=ETAT; OUV=OUVERT; FER=FERME;    *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  PG-ID-DEV               PIC 9(10).
       01  PG-ID-PIE               PIC 9(10).
       01  PG-QTE                  PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Arguments de sortie
       01  LK-ID-PIE               PIC 9(10).
       01  LK-QTE                  PIC 9(07)V9(03).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

