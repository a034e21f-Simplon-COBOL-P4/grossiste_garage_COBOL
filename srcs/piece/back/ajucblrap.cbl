      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui pose une cible sur une campagne de rappel   *
      * constructeur encore en préparation (table                      *
      * campagne_rappel_cible : id_rap, id_pie, num_lot_cbl,           *
      * num_ser_cbl, qte_qrn_cbl quantité mise en quarantaine au       *
      * lancement) : une pièce entière (lot et numéro de série à       *
      * blanc), un lot de la pièce (connu de lot_piece ou des sorties  *
      * tracées dans sortie_lot) ou un numéro de série (registre       *
      * serie_piece). C'est à partir de ces cibles que "lanrap" bloque *
      * le stock restant et retrouve les clients livrés.               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; CBL=CIBLE; RAP=RAPPEL; PIE=PIECE; NUM=NUMERO;       *
      * LOT=LOT; SER=SERIE; STA=STATUT; NBR=NOMBRE; CTL=CONTROLE;      *
      * NIV=NIVEAU; REQ=REQUIS; ROL=ROLE; IDF=IDENTIFIANT.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajucblrap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NUM-LOT             PIC X(20).
       01 PG-NUM-SER             PIC X(30).
       01 PG-STA-RAP             PIC 9(01).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la campagne, la pièce rappelée et, au
      * choix, un lot ou un numéro de série (les deux à blanc : toute
      * la pièce est rappelée).
       01 LK-IDF-RAP             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-NUM-LOT             PIC X(20).
       01 LK-NUM-SER             PIC X(30).
      * Arguments de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-IDF-PIE,
                                LK-NUM-LOT,
                                LK-NUM-SER,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-CBL-DEB
                  THRU 0100-CTL-CBL-FIN

               IF LK-AJU-RET-OK
                   PERFORM 0200-AJU-CBL-DEB
                      THRU 0200-AJU-CBL-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La campagne doit être en préparation, la pièce connue, le lot
      * connu du stock par lot ou des sorties tracées, le numéro de
      * série inscrit au registre ; un lot et un numéro à la fois sont
      * refusés, une cible déjà posée aussi.
       0100-CTL-CBL-DEB.

           SET LK-AJU-RET-OK TO TRUE.

           IF LK-NUM-LOT NOT = SPACES AND LK-NUM-SER NOT = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-RAP TO PG-IDF-RAP.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-NUM-LOT TO PG-NUM-LOT.
           MOVE LK-NUM-SER TO PG-NUM-SER.

           EXEC SQL
               SELECT statut_rap
               INTO :PG-STA-RAP
               FROM campagne_rappel
               WHERE id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-RAP NOT = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NUM-LOT NOT = SPACES
               EXEC SQL
                   SELECT (SELECT COUNT(*) FROM lot_piece
                           WHERE id_pie = :PG-IDF-PIE
                             AND num_lot = :PG-NUM-LOT)
                        + (SELECT COUNT(*) FROM sortie_lot
                           WHERE id_pie = :PG-IDF-PIE
                             AND num_lot = :PG-NUM-LOT)
                   INTO :PG-NBR
               END-EXEC
               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF PG-NUM-SER NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM serie_piece
                   WHERE id_pie = :PG-IDF-PIE
                     AND num_serie = :PG-NUM-SER
               END-EXEC
               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM campagne_rappel_cible
               WHERE id_rap = :PG-IDF-RAP
                 AND id_pie = :PG-IDF-PIE
                 AND TRIM(num_lot_cbl) = TRIM(:PG-NUM-LOT)
                 AND TRIM(num_ser_cbl) = TRIM(:PG-NUM-SER)
           END-EXEC.

           IF PG-NBR > 0
               SET LK-AJU-RET-DUP TO TRUE
           END-IF.

       0100-CTL-CBL-FIN.

      *-----------------------------------------------------------------
      * Pose la cible ; la quantité mise en quarantaine sera portée
      * au lancement de la campagne.
       0200-AJU-CBL-DEB.

           EXEC SQL
               INSERT INTO campagne_rappel_cible
                   (id_rap, id_pie, num_lot_cbl, num_ser_cbl,
                    qte_qrn_cbl)
               VALUES
                   (:PG-IDF-RAP, :PG-IDF-PIE, :PG-NUM-LOT,
                    :PG-NUM-SER, 0)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-AJU-CBL-FIN.
