      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture du stock d'une pièce dans un dépôt   *
      * (table stock_depot : id_pie, id_entrepot, qt_stk). piece.qt_pie*
      * reste le stock total tous dépôts confondus ; stock_depot le    *
      * ventile par dépôt et est tenu par "majstkdep" à chaque         *
      * mouvement. Dépôt 0 en entrée = dépôt principal de la pièce     *
      * (piece.id_entrepot, dépôt 1 à défaut), rendu en retour à la    *
      * place du 0. Une pièce qui n'a encore jamais bougé depuis la    *
      * mise en place du stock par dépôt n'a pas de ligne stock_depot :*
      * tout son stock est alors considéré dans son dépôt principal    *
      * (c'est la ligne que "majstkdep" crée au premier mouvement).    *
      * Lecture seule : s'exécute dans la transaction de l'appelant,   *
      * donc voit ses écritures non encore validées.                   *
      *                                                                *
      * Le stock rendu est décimal (trois décimales), en unité de      *
      * vente de la pièce (unite_vte_pie).                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; STK=STOCK; DEP=DEPOT; PIE=PIECE; ENT=ENTREPOT;       *
      * QTE=QUANTITE; IDF=IDENTIFIANT.                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirstkdep.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-QTE-STK             PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce et le dépôt (0 = dépôt principal
      * de la pièce, remplacé en retour par le dépôt effectif).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
      * Argument de sortie : stock de la pièce dans le dépôt.
       01 LK-QTE-STK             PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-QTE-STK,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE 0          TO LK-QTE-STK.

           IF PG-IDF-ENT = 0
               EXEC SQL
                   SELECT COALESCE(NULLIF(id_entrepot, 0), 1)
                   INTO :PG-IDF-ENT
                   FROM piece
                   WHERE id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE NOT = 0
                   SET LK-LIR-RET-VID TO TRUE
                   EXIT PROGRAM
               END-IF

               MOVE PG-IDF-ENT TO LK-IDF-ENT
           END-IF.

           EXEC SQL
               SELECT COALESCE(
                          (SELECT s.qt_stk
                           FROM stock_depot s
                           WHERE s.id_pie = p.id_pie
                             AND s.id_entrepot = :PG-IDF-ENT),
                          CASE WHEN NOT EXISTS
                                   (SELECT 1
                                    FROM stock_depot s2
                                    WHERE s2.id_pie = p.id_pie)
                                AND COALESCE(NULLIF(p.id_entrepot, 0),
                                             1) = :PG-IDF-ENT
                               THEN p.qt_pie
                               ELSE 0
                          END)
               INTO :PG-QTE-STK
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-QTE-STK TO LK-QTE-STK
                   SET LK-LIR-RET-OK TO TRUE
               WHEN 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.
