      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture du stock d'une pièce ventilé par     *
      * dépôt (table stock_depot) : rend, dans l'ordre des dépôts, le  *
      * numéro de dépôt et la quantité en stock (au plus LK-NBE lignes,*
      * nombre de lignes rendues en retour). Une pièce qui n'a encore  *
      * aucune ligne stock_depot est rendue sur une seule ligne : tout *
      * son stock (qt_pie) dans son dépôt principal, la même règle que *
      * "lirstkdep". Alimente l'écran de consultation "ecrrepie".      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; DEP=DEPOT; PIE=PIECE; ENT=ENTREPOT; QTE=QUANTITE;    *
      * STK=STOCK; NBE=NOMBRE D'ENTREES; IDX=INDEX; CUR=CURSEUR;       *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirdeppie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-QTE-STK             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.

       01 LK-IDF-PIE             PIC 9(10).

       01 LK-TAB-DEP.
           05 LK-DEP             OCCURS 5 TIMES.
               10 LK-DEP-ENT     PIC 9(10).
               10 LK-DEP-QTE     PIC 9(10).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-TAB-DEP,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-DEP.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               DECLARE CUR-DEP CURSOR FOR
                   SELECT s.id_entrepot, s.qt_stk
                   FROM stock_depot s
                   WHERE s.id_pie = :PG-IDF-PIE
                   UNION ALL
                   SELECT COALESCE(NULLIF(p.id_entrepot, 0), 1),
                          p.qt_pie
                   FROM piece p
                   WHERE p.id_pie = :PG-IDF-PIE
                     AND NOT EXISTS
                         (SELECT 1
                          FROM stock_depot s0
                          WHERE s0.id_pie = p.id_pie)
                   ORDER BY 1
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-DEP END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-DEP
                   INTO :PG-IDF-ENT, :PG-QTE-STK
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-ENT TO LK-DEP-ENT(WS-IDX)
                   MOVE PG-QTE-STK TO LK-DEP-QTE(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-DEP END-EXEC.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.
