      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des carcasses dues (ventes en        *
      * échange standard, table carcasse_cli) : celles d'un client (ou *
      * de tous si identifiant à zéro) qui n'ont pas encore été        *
      * rendues, de la plus ancienne à la plus récente, avec la date   *
      * de facturation, la quantité due et sa consigne hors taxe.      *
      * Alimente l'écran des carcasses "ecrcrs", sur le modèle de      *
      * "lircsg".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; CRS=CARCASSE; CLI=CLIENT; PIE=PIECE; DAT=DATE;       *
      * QTE=QUANTITE; DUE=DUE; VAL=VALEUR; NBE=NOMBRE D'ENTREES;       *
      * IDX=INDEX; CUR=CURSEUR; NOM=NOM; FIL=FILTRE.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lircrs.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI-FIL         PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-NOM-CLI             PIC X(50).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-DAT-CRS             PIC X(10).
       01 PG-QTE-DUE             PIC 9(10).
       01 PG-VAL-DUE             PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Carcasses encore dues, du client demandé ou de tous, de la
      * plus ancienne à la plus récente.
       EXEC SQL
           DECLARE CUR-CRS CURSOR FOR
               SELECT cc.id_cli, c.nom_cli, cc.id_pie, p.nom_pie,
                      CAST(cc.date_crs AS VARCHAR(10)),
                      cc.qte_crs - cc.qte_rcp_crs - cc.qte_rej_crs,
                      (cc.qte_crs - cc.qte_rcp_crs - cc.qte_rej_crs)
                          * cc.val_crs
               FROM carcasse_cli cc
                   JOIN client c ON c.id_cli = cc.id_cli
                   JOIN piece p ON p.id_pie = cc.id_pie
               WHERE (:PG-IDF-CLI-FIL = 0
                      OR cc.id_cli = :PG-IDF-CLI-FIL)
                 AND cc.qte_crs - cc.qte_rcp_crs - cc.qte_rej_crs > 0
               ORDER BY cc.date_crs, cc.id_crs
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Argument d'entrée : client (0 = tous).
       01 LK-IDF-CLI             PIC 9(10).

       01 LK-TAB-CRS.
           05 LK-CRS             OCCURS 12 TIMES.
               10 LK-CRS-CLI     PIC 9(10).
               10 LK-CRS-NOM-CLI PIC X(20).
               10 LK-CRS-PIE     PIC 9(10).
               10 LK-CRS-NOM-PIE PIC X(20).
               10 LK-CRS-DAT     PIC X(10).
               10 LK-CRS-DUE     PIC 9(10).
               10 LK-CRS-VAL     PIC 9(08)V99.

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-TAB-CRS,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-CRS.
           MOVE LK-IDF-CLI TO PG-IDF-CLI-FIL.

           EXEC SQL OPEN CUR-CRS END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-CRS
                   INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-IDF-PIE,
                        :PG-NOM-PIE, :PG-DAT-CRS, :PG-QTE-DUE,
                        :PG-VAL-DUE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-CLI TO LK-CRS-CLI(WS-IDX)
                   MOVE PG-NOM-CLI TO LK-CRS-NOM-CLI(WS-IDX)
                   MOVE PG-IDF-PIE TO LK-CRS-PIE(WS-IDX)
                   MOVE PG-NOM-PIE TO LK-CRS-NOM-PIE(WS-IDX)
                   MOVE PG-DAT-CRS TO LK-CRS-DAT(WS-IDX)
                   MOVE PG-QTE-DUE TO LK-CRS-DUE(WS-IDX)
                   MOVE PG-VAL-DUE TO LK-CRS-VAL(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CRS END-EXEC.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.
