      * interchangeables) qui dispose d'un stock suffisant pour la     *
      * quantité demandée.                                             *
      *                                                                *
      * Quantités décimales, en unité de vente de la pièce.            *
      *                                                                *
      * Trigrammes :                                                   *
      * IDF=IDENTIFIANT; PIE=PIECE; QTE=QUANTITE; EQU=EQUIVALENT;      *
      * LIR=LIRE; RET=RETOUR.                                          *

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE          PIC 9(10).
       01 PG-QTE-PIE          PIC 9(07)V9(03).
       01 PG-IDF-PIE-EQU      PIC 9(10).
       01 PG-NOM-PIE-EQU      PIC X(50).
       01 PG-QTE-PIE-EQU      PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-PIE          PIC 9(10).
       01 LK-QTE-PIE          PIC 9(07)V9(03).

      * Arguments de sortie.
       01 LK-IDF-PIE-EQU      PIC 9(10).
       01 LK-NOM-PIE-EQU      PIC X(50).
       01 LK-QTE-PIE-EQU      PIC 9(07)V9(03).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

