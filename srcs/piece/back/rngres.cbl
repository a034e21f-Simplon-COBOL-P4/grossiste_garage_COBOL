      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui tient les emplacements de réserve d'une     *
      * pièce dans un dépôt (table emplacement_reserve : id_emr,       *
      * id_pie, id_entrepot, code_emr, qte_emr) au fil des mouvements  *
      * de stock. L'emplacement de la pièce (emplacement_pie) est son  *
      * casier de prélèvement, près du comptoir ; la réserve est en    *
      * rayonnage à l'étage. La quantité du casier de prélèvement      *
      * n'est pas stockée : c'est le stock du dépôt (stock_depot)      *
      * moins la somme des réserves de la pièce dans ce dépôt.         *
      *                                                                *
      * Deux mouvements :                                              *
      * - R (rangement) : une réception ("majliv") est rangée en       *
      *   réserve, sur le premier emplacement de réserve de la pièce   *
      *   dans le dépôt (le plus ancien créé). Une pièce sans          *
      *   emplacement de réserve dans ce dépôt reste entière au        *
      *   prélèvement : rien n'est écrit.                              *
      * - C (cadrage) : après une sortie du dépôt ("majstkdep"), la    *
      *   réserve est ramenée au stock du dépôt quand celui-ci est     *
      *   descendu sous la somme des réserves (sortie qui a vidé le    *
      *   casier de prélèvement puis entamé la réserve). Les derniers  *
      *   emplacements créés sont vidés en premier.                    *
      *                                                                *
      * Dépôt 0 en entrée = dépôt principal de la pièce                *
      * (piece.id_entrepot, dépôt 1 à défaut). Ni COMMIT ni ROLLBACK   *
      * ici : l'appelant valide ou annule avec le mouvement de stock.  *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * RNG=RANGEMENT; RES=RESERVE; EMR=EMPLACEMENT DE RESERVE;        *
      * PIE=PIECE; ENT=ENTREPOT; QTE=QUANTITE; MVT=MOUVEMENT;          *
      * CAD=CADRAGE; IDF=IDENTIFIANT; RSL=RESOLUTION.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rngres.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-QTE                 PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, le dépôt (0 = dépôt principal),
      * la quantité reçue (rangement seulement) et le mouvement.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
       01 LK-QTE                 PIC 9(07)V9(03).
       01 LK-TYP-MVT             PIC X(01).
           88 LK-MVT-RNG                     VALUE "R".
           88 LK-MVT-CAD                     VALUE "C".
      * Argument de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-QTE,
                                LK-TYP-MVT,
                                LK-MAJ-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE LK-QTE     TO PG-QTE.
           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-RSL-ENT-DEB
              THRU 0100-RSL-ENT-FIN.

           IF LK-MAJ-RET-OK
               EVALUATE TRUE
                   WHEN LK-MVT-RNG
                       PERFORM 0200-RNG-RES-DEB
                          THRU 0200-RNG-RES-FIN
                   WHEN LK-MVT-CAD
                       PERFORM 0300-CAD-RES-DEB
                          THRU 0300-CAD-RES-FIN
                   WHEN OTHER
                       SET LK-MAJ-RET-ERR TO TRUE
               END-EVALUATE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Dépôt 0 : le mouvement porte sur le dépôt principal de la
      * pièce.
       0100-RSL-ENT-DEB.

           IF PG-IDF-ENT NOT = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(NULLIF(id_entrepot, 0), 1)
               INTO :PG-IDF-ENT
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-RSL-ENT-FIN.

      *-----------------------------------------------------------------
      * Rangement de la réception sur le premier emplacement de
      * réserve de la pièce dans le dépôt ; aucun emplacement de
      * réserve (SQLCODE 100) n'est pas une erreur.
       0200-RNG-RES-DEB.

           IF PG-QTE = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE emplacement_reserve
               SET qte_emr = qte_emr + :PG-QTE
               WHERE id_emr =
                     (SELECT MIN(r.id_emr)
                      FROM emplacement_reserve r
                      WHERE r.id_pie = :PG-IDF-PIE
                        AND r.id_entrepot = :PG-IDF-ENT)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-RNG-RES-FIN.

      *-----------------------------------------------------------------
      * Cadrage de la réserve sur le stock du dépôt : chaque
      * emplacement garde au plus ce que le stock laisse après les
      * emplacements créés avant lui (la sous-requête lit les
      * quantités d'avant la mise à jour). Rien ne bouge tant que le
      * stock du dépôt couvre toute la réserve.
       0300-CAD-RES-DEB.

           EXEC SQL
               UPDATE emplacement_reserve r
               SET qte_emr =
                   GREATEST(0,
                       LEAST(r.qte_emr,
                             d.qt_stk
                             - COALESCE(
                                 (SELECT SUM(r2.qte_emr)
                                  FROM emplacement_reserve r2
                                  WHERE r2.id_pie = r.id_pie
                                    AND r2.id_entrepot = r.id_entrepot
                                    AND r2.id_emr < r.id_emr), 0)))
               FROM stock_depot d
               WHERE d.id_pie = r.id_pie
                 AND d.id_entrepot = r.id_entrepot
                 AND r.id_pie = :PG-IDF-PIE
                 AND r.id_entrepot = :PG-IDF-ENT
                 AND d.qt_stk <
                     (SELECT SUM(r3.qte_emr)
                      FROM emplacement_reserve r3
                      WHERE r3.id_pie = r.id_pie
                        AND r3.id_entrepot = r.id_entrepot)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0300-CAD-RES-FIN.
