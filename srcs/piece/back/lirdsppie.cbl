      * livraisons sortantes (qt_rsv_pie) - la même règle de           *
      * disponibilité que les listes "lirpie"/"affpie". À distinguer   *
      * de "liridqtpie", qui rend le stock système brut (inventaire).  *
      * Dépôt en entrée : 0 = tous dépôts (règle ci-dessus) ; sinon    *
      * disponible dans CE dépôt : stock du dépôt (stock_depot, même   *
      * lecture que "lirstkdep") moins les lignes des livraisons       *
      * sortantes encore en cours parties de ce dépôt (les             *
      * réservations qt_rsv_pie étant globales à la pièce).            *
      *                                                                *
      * Le disponible rendu est décimal (trois décimales), en unité de *
      * vente de la pièce ; celui d'un kit reste un nombre entier de   *
      * kits (arrondi à l'inférieur).                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; DSP=DISPONIBLE; PIE=PIECE; NOM=NOM; QTE=QUANTITE;    *
      * IDF=IDENTIFIANT; ENT=ENTREPOT.                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-QTE-DSP             PIC S9(07)V9(03).
       01 PG-NBR-CMP             PIC 9(05).
       01 PG-IDF-ENT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-NOM-PIE             PIC X(50).
      * Depot de la vente (0 = tous depots).
       01 LK-IDF-ENT             PIC 9(10).
      * Disponible à la vente (0 si les réservations dépassent le
      * stock).
       01 LK-QTE-DSP             PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-NOM-PIE,
                                LK-QTE-DSP,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.

      * Une piece composee (kit, table "nomenclature") n'a pas de
      * stock propre : son disponible est le nombre de kits que les
      * composants permettent de monter (le plus contraint decide),
      * la meme regle que le retrait de kit de "majpie". Les
      * quantites etant decimales (litres, metres), le nombre de kits
      * est arrondi a l'entier inferieur.
           MOVE 0 TO PG-NBR-CMP.

           EXEC SQL
               WHERE id_pie_kit = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0 AND PG-NBR-CMP > 0 AND PG-IDF-ENT > 0
                   PERFORM 0200-DSP-KIT-DEP-DEB
                      THRU 0200-DSP-KIT-DEP-FIN
               WHEN PG-IDF-ENT > 0
                   PERFORM 0100-DSP-DEP-DEB
                      THRU 0100-DSP-DEP-FIN
               WHEN SQLCODE = 0 AND PG-NBR-CMP > 0
      * Le nombre de kits montables est diminue des kits deja
      * promis : les reservations d'un kit sont posees sur la fiche
      * du kit lui-meme ("ajulivpi"), pas sur ses composants.
                   EXEC SQL
                       SELECT p.nom_pie,
                              GREATEST(COALESCE(
                                  (SELECT FLOOR(MIN(
                                      GREATEST(c.qt_pie - COALESCE(
                                          c.qt_rsv_pie, 0), 0)
                                      / n.qt_cmp))
                                   FROM nomenclature n
                                       JOIN piece c
                                           ON c.id_pie = n.id_pie_cmp
                                   WHERE n.id_pie_kit = :PG-IDF-PIE
                                     AND n.qt_cmp > 0), 0)
                                  - COALESCE(p.qt_rsv_pie, 0), 0)
                       INTO :PG-NOM-PIE, :PG-QTE-DSP
                       FROM piece p
                       WHERE p.id_pie = :PG-IDF-PIE
                         AND p.supprime_le = ''
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT nom_pie,
                              qt_pie - COALESCE(qt_rsv_pie, 0)
                       INTO :PG-NOM-PIE, :PG-QTE-DSP
                       FROM piece
                       WHERE id_pie = :PG-IDF-PIE
                         AND supprime_le = ''
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               MOVE PG-NOM-PIE TO LK-NOM-PIE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Disponible d'une piece simple dans le depot PG-IDF-ENT : stock
      * du depot (a defaut de ligne stock_depot pour la piece, tout
      * son stock est dans son depot principal) moins les lignes des
      * sortantes en cours de ce depot (une livraison sans depot est
      * sur le depot 1).
       0100-DSP-DEP-DEB.

           EXEC SQL
               SELECT p.nom_pie,
                      COALESCE(
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
                      - COALESCE(
                          (SELECT SUM(lp.qt_liv_pie)
                           FROM livraison_piece lp
                               JOIN livraison l
                                   ON l.id_liv = lp.id_liv
                           WHERE lp.id_pie = p.id_pie
                             AND l.statut_liv = 0
                             AND COALESCE(l.id_cli, 0) > 0
                             AND COALESCE(NULLIF(l.id_entrepot, 0), 1)
                                 = :PG-IDF-ENT), 0)
               INTO :PG-NOM-PIE, :PG-QTE-DSP
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
                 AND p.supprime_le = ''
           END-EXEC.

       0100-DSP-DEP-FIN.

      *-----------------------------------------------------------------
      * Disponible d'un kit dans le depot PG-IDF-ENT : nombre de kits
      * que le disponible des composants DANS CE DEPOT permet de
      * monter, diminue des kits deja promis depuis ce depot.
       0200-DSP-KIT-DEP-DEB.

           EXEC SQL
               SELECT p.nom_pie,
                      COALESCE(
                          (SELECT FLOOR(MIN(GREATEST(
                               COALESCE(
                                   (SELECT s.qt_stk
                                    FROM stock_depot s
                                    WHERE s.id_pie = c.id_pie
                                      AND s.id_entrepot = :PG-IDF-ENT),
                                   CASE WHEN NOT EXISTS
                                            (SELECT 1
                                             FROM stock_depot s2
                                             WHERE s2.id_pie = c.id_pie)
                                         AND COALESCE(
                                             NULLIF(c.id_entrepot, 0),
                                             1) = :PG-IDF-ENT
                                        THEN c.qt_pie
                                        ELSE 0
                                   END)
                               - COALESCE(
                                   (SELECT SUM(lp.qt_liv_pie)
                                    FROM livraison_piece lp
                                        JOIN livraison l
                                            ON l.id_liv = lp.id_liv
                                    WHERE lp.id_pie = c.id_pie
                                      AND l.statut_liv = 0
                                      AND COALESCE(l.id_cli, 0) > 0
                                      AND COALESCE(
                                          NULLIF(l.id_entrepot, 0), 1)
                                          = :PG-IDF-ENT), 0), 0)
                               / n.qt_cmp))
                           FROM nomenclature n
                               JOIN piece c
                                   ON c.id_pie = n.id_pie_cmp
                           WHERE n.id_pie_kit = :PG-IDF-PIE
                             AND n.qt_cmp > 0), 0)
                      - COALESCE(
                          (SELECT SUM(lp.qt_liv_pie)
                           FROM livraison_piece lp
                               JOIN livraison l
                                   ON l.id_liv = lp.id_liv
                           WHERE lp.id_pie = p.id_pie
                             AND l.statut_liv = 0
                             AND COALESCE(l.id_cli, 0) > 0
                             AND COALESCE(NULLIF(l.id_entrepot, 0), 1)
                                 = :PG-IDF-ENT), 0)
               INTO :PG-NOM-PIE, :PG-QTE-DSP
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
                 AND p.supprime_le = ''
           END-EXEC.

       0200-DSP-KIT-DEP-FIN.
