      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des règles de conflit de la          *
      * séparation des tâches (table "regle_conflit") : rend pour      *
      * chaque règle ses deux étapes incompatibles (codes du           *
      * catalogue "etpsod") et son libellé, dans l'ordre des étapes.   *
      * Alimente l'écran de maintenance "ecrrgc" et le rapport         *
      * mensuel "edtsod".                                              *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; RGC=REGLE DE CONFLIT; ETP=ETAPE; LIB=LIBELLE;        *
      * NBE=NOMBRE D'ENTREES; IDX=INDEX; CUR=CURSEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirrgc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-ETP-A               PIC X(06).
       01 PG-ETP-B               PIC X(06).
       01 PG-LIB-RGC             PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.

       01 LK-TAB-RGC.
           05 LK-RGC             OCCURS 20 TIMES.
               10 LK-RGC-A       PIC X(06).
               10 LK-RGC-B       PIC X(06).
               10 LK-RGC-LIB     PIC X(40).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TAB-RGC,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-TAB-RGC.

           EXEC SQL
               DECLARE CUR-RGC CURSOR FOR
                   SELECT etape_a, etape_b, COALESCE(lib_rgc, '')
                   FROM regle_conflit
                   ORDER BY etape_a, etape_b
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-RGC END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-RGC
                   INTO :PG-ETP-A, :PG-ETP-B, :PG-LIB-RGC
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-ETP-A   TO LK-RGC-A(WS-IDX)
                   MOVE PG-ETP-B   TO LK-RGC-B(WS-IDX)
                   MOVE PG-LIB-RGC TO LK-RGC-LIB(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-RGC END-EXEC.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.
