      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de mise à jour du stock d'une pièce dans un     *
      * dépôt (table stock_depot : id_pie, id_entrepot, qt_stk), en    *
      * ajout ou en retrait. Appelé par les programmes qui font bouger *
      * piece.qt_pie ("majpie", "majqrn", "trtqc") juste AVANT leur    *
      * propre mise à jour de qt_pie, dans la même transaction : la    *
      * somme des qt_stk d'une pièce reste égale à son qt_pie.         *
      * Dépôt 0 en entrée = dépôt principal de la pièce                *
      * (piece.id_entrepot, dépôt 1 à défaut), rendu en retour.        *
      * Au premier mouvement d'une pièce qui n'a pas encore de ligne   *
      * stock_depot, son stock actuel (qt_pie, avant le mouvement) est *
      * d'abord porté sur son dépôt principal. Un retrait qui ferait   *
      * passer le dépôt sous zéro est refusé (code stock insuffisant)  *
      * sans rien écrire, même si un autre dépôt a la quantité.        *
      * Ni COMMIT ni ROLLBACK ici : l'appelant valide ou annule.       *
      *                                                                *
      * La quantité est décimale (trois décimales), en unité de vente  *
      * de la pièce (unite_vte_pie) : un litre ou un mètre entame le   *
      * stock du dépôt comme une unité. Après un retrait, les          *
      * emplacements de réserve de la pièce dans le dépôt sont ramenés *
      * au stock restant ("rngres", cadrage) quand la sortie a entamé  *
      * la réserve. RES=RESERVE; CAD=CADRAGE.                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; STK=STOCK; DEP=DEPOT; PIE=PIECE;              *
      * ENT=ENTREPOT; QTE=QUANTITE; TYP=TYPE; CHG=CHANGEMENT;          *
      * AJT=AJOUT; RTI=RETRAIT; IDF=IDENTIFIANT; INI=INITIALISATION;   *
      * RSL=RESOLUTION.                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majstkdep.
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

      * Cadrage des emplacements de réserve après une sortie.
       01 WS-TYP-MVT-RES         PIC X(01).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RES==.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, le dépôt (0 = dépôt principal,
      * remplacé en retour par le dépôt effectif), la quantité et le
      * sens du mouvement.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
       01 LK-QTE                 PIC 9(07)V9(03).
       01 LK-TYP-CHG             PIC 9(01).
           88 LK-AJT                         VALUE 0.
           88 LK-RTI                         VALUE 1.
      * Argument de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-QTE,
                                LK-TYP-CHG,
                                LK-MAJ-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE LK-QTE     TO PG-QTE.
           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-RSL-ENT-DEB
              THRU 0100-RSL-ENT-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-INI-STK-DEB
                  THRU 0200-INI-STK-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               PERFORM 0300-MAJ-STK-DEB
                  THRU 0300-MAJ-STK-FIN
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

           IF SQLCODE = 0
               MOVE PG-IDF-ENT TO LK-IDF-ENT
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-RSL-ENT-FIN.

      *-----------------------------------------------------------------
      * Premier mouvement de la pièce depuis la mise en place du stock
      * par dépôt : son stock actuel est porté sur son dépôt principal.
       0200-INI-STK-DEB.

           EXEC SQL
               INSERT INTO stock_depot (id_pie, id_entrepot, qt_stk)
               SELECT p.id_pie, COALESCE(NULLIF(p.id_entrepot, 0), 1),
                      p.qt_pie
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM stock_depot s
                      WHERE s.id_pie = p.id_pie)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-INI-STK-FIN.

      *-----------------------------------------------------------------
      * Applique le mouvement au dépôt : un ajout crée la ligne du
      * dépôt à la première entrée, un retrait exige la quantité dans
      * le dépôt lui-même.
       0300-MAJ-STK-DEB.

           IF LK-AJT
               EXEC SQL
                   UPDATE stock_depot
                   SET qt_stk = qt_stk + :PG-QTE
                   WHERE id_pie = :PG-IDF-PIE
                     AND id_entrepot = :PG-IDF-ENT
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO stock_depot
                           (id_pie, id_entrepot, qt_stk)
                       VALUES (:PG-IDF-PIE, :PG-IDF-ENT, :PG-QTE)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
               END-IF
           ELSE
               EXEC SQL
                   UPDATE stock_depot
                   SET qt_stk = qt_stk - :PG-QTE
                   WHERE id_pie = :PG-IDF-PIE
                     AND id_entrepot = :PG-IDF-ENT
                     AND qt_stk >= :PG-QTE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 0400-CAD-RES-DEB
                          THRU 0400-CAD-RES-FIN
                   WHEN 100
                       SET LK-MAJ-RET-STK-ERR TO TRUE
                   WHEN OTHER
                       SET LK-MAJ-RET-ERR TO TRUE
               END-EVALUATE
           END-IF.

       0300-MAJ-STK-FIN.

      *-----------------------------------------------------------------
      * Une sortie qui a vidé le casier de prélèvement entame la
      * réserve : les emplacements de réserve de la pièce dans le
      * dépôt sont ramenés au stock restant ("rngres", cadrage).
       0400-CAD-RES-DEB.

           MOVE "C" TO WS-TYP-MVT-RES.

           CALL "rngres"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               PG-QTE
               WS-TYP-MVT-RES
               WS-RES-MAJ-RET
           END-CALL.

           IF NOT WS-RES-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0400-CAD-RES-FIN.
