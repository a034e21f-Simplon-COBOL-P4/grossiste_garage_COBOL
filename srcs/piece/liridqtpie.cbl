      * champs et n'a donc pas a faire grossir la signature de        *
      * "liridpie" (meme convention que "liridcatpc").                 *
      *                                                                *
      * La quantité rendue est décimale (trois décimales), en unité de *
      * vente de la pièce.                                             *
      *                                                                *
      * Trigrammes :                                                   *
      * ID=IDENTIFIANT; PIE=PIECE; QT=QUANTITE; LIR=LIRE.              *
      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-ID-PIE              PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-QT-PIE              PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE SECTION.
       01 LK-ID-PIE              PIC 9(10).
      * Arguments de sortie.
       01 LK-NOM-PIE             PIC X(50).
       01 LK-QT-PIE              PIC 9(07)V9(03).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

