      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des unités d'une pièce : unité de    *
      * vente (unite_vte_pie : U à l'unité, L au litre, M au mètre,    *
      * KG...), dans laquelle sont tenus le stock, les lignes de       *
      * livraison et les mouvements ; unité de stock/achat             *
      * (unite_stk_pie : fût, touret, boîte...) et nombre d'unités de  *
      * vente qu'elle contient (fct_cnv_pie : 208 pour un fût de 208   *
      * L, 100 pour une boîte de 100 vis). Rend aussi le stock tous    *
      * dépôts. Une pièce sans unités renseignées est à l'unité (U, U, *
      * 1). Posées par "majuni".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; UNI=UNITE; PIE=PIECE; VTE=VENTE; STK=STOCK;          *
      * FCT=FACTEUR; CNV=CONVERSION; QTE=QUANTITE; NOM=NOM;            *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. liruni.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-UNI-VTE             PIC X(03).
       01 PG-UNI-STK             PIC X(03).
       01 PG-FCT-CNV             PIC 9(05)V9(03).
       01 PG-QTE-STK             PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée : la pièce.
       01 LK-IDF-PIE             PIC 9(10).
      * Arguments de sortie : nom, unité de vente (celle de qt_pie et
      * des lignes), unité de stock/achat, nombre d'unités de vente
      * par unité de stock/achat et stock tous dépôts (qt_pie).
      * Pièce sans unités renseignées : U, U et 1.
       01 LK-NOM-PIE             PIC X(50).
       01 LK-UNI-VTE             PIC X(03).
       01 LK-UNI-STK             PIC X(03).
       01 LK-FCT-CNV             PIC 9(05)V9(03).
       01 LK-QTE-STK             PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-NOM-PIE,
                                LK-UNI-VTE,
                                LK-UNI-STK,
                                LK-FCT-CNV,
                                LK-QTE-STK,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE SPACES TO LK-NOM-PIE.
           MOVE 'U' TO LK-UNI-VTE.
           MOVE 'U' TO LK-UNI-STK.
           MOVE 1 TO LK-FCT-CNV.
           MOVE 0 TO LK-QTE-STK.

           PERFORM 0100-LIR-UNI-DEB
              THRU 0100-LIR-UNI-FIN.

           EXIT PROGRAM.

      ****************************PARAGRAPHES***************************

       0100-LIR-UNI-DEB.

           EXEC SQL
               SELECT nom_pie,
                      COALESCE(NULLIF(BTRIM(unite_vte_pie), ''), 'U'),
                      COALESCE(NULLIF(BTRIM(unite_stk_pie), ''), 'U'),
                      COALESCE(NULLIF(fct_cnv_pie, 0), 1),
                      COALESCE(qt_pie, 0)
               INTO :PG-NOM-PIE, :PG-UNI-VTE, :PG-UNI-STK,
                    :PG-FCT-CNV, :PG-QTE-STK
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
                 AND supprime_le = ''
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PG-NOM-PIE TO LK-NOM-PIE
                   MOVE PG-UNI-VTE TO LK-UNI-VTE
                   MOVE PG-UNI-STK TO LK-UNI-STK
                   MOVE PG-FCT-CNV TO LK-FCT-CNV
                   MOVE PG-QTE-STK TO LK-QTE-STK
                   SET LK-LIR-RET-OK TO TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-UNI-FIN.
