      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des pièces souvent vendues avec une  *
      * pièce donnée, pour les suggestions des écrans de vente         *
      * ("ecrvcomp" au comptoir, "ecrajliv" à la saisie des lignes     *
      * d'une sortante) : au plus cinq pièces associées de la table    *
      * association_pie (calculée par "genasspie"), les plus           *
      * fréquentes d'abord, limitées à celles qui ont du stock dans le *
      * dépôt de la vente (0 = tous dépôts, moins les réservations).   *
      * Rend "VI" quand la pièce n'a pas d'association en stock.       *
      * Lecture seule.                                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; ASS=ASSOCIATION; PIE=PIECE; ENT=ENTREPOT (DEPOT);    *
      * IDF=IDENTIFIANT; NOM=NOM; PCT=POURCENTAGE; NBE=NOMBRE          *
      * D'ENTREES; CUR=CURSEUR.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirasspie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-IDF-ASS             PIC 9(10).
       01 PG-NOM-ASS             PIC X(30).
       01 PG-PCT-ASS             PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pièces associées à la pièce, les plus souvent vendues avec
      * elle d'abord, dont il reste du stock : dans le dépôt de la
      * vente (même lecture que "lirstkdep"), ou tous dépôts moins
      * les réservations pour le dépôt 0.
       EXEC SQL
           DECLARE CUR-ASS CURSOR FOR
               SELECT a.id_pie_ass,
                      CAST(p.nom_pie AS VARCHAR(30)),
                      LEAST(a.pct_ass, 100)
               FROM association_pie a
                   JOIN piece p ON p.id_pie = a.id_pie_ass
               WHERE a.id_pie = :PG-IDF-PIE
                 AND p.supprime_le = ''
                 AND CASE WHEN :PG-IDF-ENT = 0
                          THEN p.qt_pie - COALESCE(p.qt_rsv_pie, 0)
                          ELSE COALESCE(
                              (SELECT s.qt_stk
                               FROM stock_depot s
                               WHERE s.id_pie = p.id_pie
                                 AND s.id_entrepot = :PG-IDF-ENT),
                              CASE WHEN NOT EXISTS
                                       (SELECT 1
                                        FROM stock_depot s2
                                        WHERE s2.id_pie = p.id_pie)
                                    AND COALESCE(
                                        NULLIF(p.id_entrepot, 0), 1)
                                        = :PG-IDF-ENT
                                   THEN p.qt_pie
                                   ELSE 0
                              END)
                     END > 0
               ORDER BY a.nbr_liv_ass DESC, a.pct_ass DESC,
                        a.id_pie_ass
               LIMIT 5
               FOR READ ONLY
       END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce saisie et le dépôt de la vente
      * (0 = tous dépôts).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
      * Argument de sortie : les pièces associées en stock.
       COPY asspie REPLACING ==:PREFIX:== BY ==LK==.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-TAB-ASS,
                                LK-ASS-NBE,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE 0 TO LK-ASS-NBE.
           INITIALIZE LK-TAB-ASS.

           EXEC SQL OPEN CUR-ASS END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR LK-ASS-NBE >= 5

               EXEC SQL
                   FETCH CUR-ASS
                   INTO :PG-IDF-ASS, :PG-NOM-ASS, :PG-PCT-ASS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO LK-ASS-NBE
                   MOVE PG-IDF-ASS TO LK-ASS-IDF(LK-ASS-NBE)
                   MOVE PG-NOM-ASS TO LK-ASS-NOM(LK-ASS-NBE)
                   MOVE PG-PCT-ASS TO LK-ASS-PCT(LK-ASS-NBE)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ASS END-EXEC.

           IF LK-ASS-NBE = 0
               SET LK-LIR-RET-VID TO TRUE
           ELSE
               SET LK-LIR-RET-OK TO TRUE
           END-IF.

           EXIT PROGRAM.
