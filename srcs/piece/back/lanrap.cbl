      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme de lancement d'une campagne de rappel constructeur   *
      * ("ajurap"). Au premier lancement : le stock restant de chaque  *
      * cible ("ajucblrap") est mis en quarantaine dépôt par dépôt via *
      * "majqrn" - stock du lot, numéro de série encore en stock, ou   *
      * tout le disponible d'une pièce rappelée entière - le lot est   *
      * retiré du stock par lot (lot_piece) et le numéro de série      *
      * marqué rappelé (serie_piece.id_rap_ser, ignoré par "cnsser") ; *
      * puis les quantités livrées à chaque client touché sont         *
      * relevées dans rappel_client (id_rap, id_cli, id_pie,           *
      * qte_liv_rcl, qte_ret_rcl, solde_rcl, date_avi_rcl) à partir    *
      * des prélèvements tracés sur le lot (sortie_lot), des numéros   *
      * partis chez lui (serie_piece) ou de toutes ses livraisons      *
      * terminées de la pièce, et la campagne passe lancée. Ensuite,   *
      * et à chaque relance, une lettre de rappel par client pas       *
      * encore prévenu (rappel_<campagne>_<client>.txt, 200 clients    *
      * par passage) est inscrite au registre des documents ("ajudoc", *
      * type RAP) et mise en file d'envoi, par mail quand le client en *
      * a un. Journalisé via "ajulog".                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LAN=LANCEMENT; RAP=RAPPEL; REF=REFERENCE; MOT=MOTIF;           *
      * STA=STATUT; CBL=CIBLE; PIE=PIECE; NUM=NUMERO; LOT=LOT;         *
      * SER=SERIE; QTE=QUANTITE; ENT=ENTREPOT; DEP=DEPOT; CLI=CLIENT;  *
      * EML=MAIL; LET=LETTRE; FIC=FICHIER; QRN=QUARANTAINE; SNS=SENS;  *
      * MTF=MOTIF; RST=RESTE; MVT=MOUVEMENT; DOC=DOCUMENT; CPY=COPIE;  *
      * TYP=TYPE; EDT=EDITION; ENV=ENVOI; LGN=LIGNE; LCT=LECTURE;      *
      * ETT=ETAT; CUR=CURSEUR; IDX=INDICE; MAX=MAXIMUM; NBR=NOMBRE;    *
      * CTL=CONTROLE; LIR=LIRE; AJU=AJOUT; GEN=GENERATION;             *
      * MSG=MESSAGE; UTI=UTILISATEUR; IDF=IDENTIFIANT.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lanrap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RAP ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RAP.
       01  FD-LGN-RAP                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP              PIC 9(10).
       01 PG-STA-RAP              PIC 9(01).
       01 PG-REF-RAP              PIC X(30).
       01 PG-MOT-RAP              PIC X(60).
       01 PG-NBR-CBL              PIC 9(05).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-NUM-LOT              PIC X(20).
       01 PG-NUM-SER              PIC X(30).
       01 PG-QTE                  PIC 9(07)V9(03).
       01 PG-IDF-ENT              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-EML-CLI              PIC X(50).
       01 PG-NOM-FIC              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cibles de la campagne et stock restant à bloquer : le stock
      * du lot (dans la limite du stock de la pièce), le numéro de
      * série s'il est encore en stock, tout le disponible pour une
      * pièce rappelée entière.
       EXEC SQL
           DECLARE CUR-CBL CURSOR FOR
               SELECT c.id_pie, c.num_lot_cbl, c.num_ser_cbl,
                      CASE
                          WHEN TRIM(c.num_lot_cbl) <> '' THEN
                              COALESCE((SELECT LEAST(l.qt_lot, p.qt_pie)
                                        FROM lot_piece l
                                        WHERE l.id_pie = c.id_pie
                                          AND l.num_lot =
                                              c.num_lot_cbl), 0)
                          WHEN TRIM(c.num_ser_cbl) <> '' THEN
                              (SELECT COUNT(*)
                               FROM serie_piece s
                               WHERE s.id_pie = c.id_pie
                                 AND s.num_serie = c.num_ser_cbl
                                 AND s.id_liv_sor IS NULL
                                 AND s.id_rap_ser IS NULL)
                          ELSE p.qt_pie
                      END
               FROM campagne_rappel_cible c
                   JOIN piece p ON p.id_pie = c.id_pie
               WHERE c.id_rap = :PG-IDF-RAP
               ORDER BY c.id_pie, c.num_lot_cbl, c.num_ser_cbl
               FOR READ ONLY
       END-EXEC.

      * Dépôts qui détiennent la pièce.
       EXEC SQL
           DECLARE CUR-DEP CURSOR FOR
               SELECT id_entrepot, qt_stk
               FROM stock_depot
               WHERE id_pie = :PG-IDF-PIE
                 AND qt_stk > 0
               ORDER BY id_entrepot
               FOR READ ONLY
       END-EXEC.

      * Clients touchés qui n'ont pas encore reçu leur lettre.
       EXEC SQL
           DECLARE CUR-CLI CURSOR FOR
               SELECT DISTINCT r.id_cli, c.nom_cli,
                      COALESCE(c.mail_cli, ' ')
               FROM rappel_client r
                   JOIN client c ON c.id_cli = r.id_cli
               WHERE r.id_rap = :PG-IDF-RAP
                 AND r.date_avi_rcl IS NULL
               ORDER BY r.id_cli
               FOR READ ONLY
       END-EXEC.

      * Pièces rappelées reçues par un client.
       EXEC SQL
           DECLARE CUR-LET CURSOR FOR
               SELECT r.id_pie, p.nom_pie, r.qte_liv_rcl
               FROM rappel_client r
                   JOIN piece p ON p.id_pie = r.id_pie
               WHERE r.id_rap = :PG-IDF-RAP
                 AND r.id_cli = :PG-IDF-CLI
               ORDER BY r.id_pie
               FOR READ ONLY
       END-EXEC.

      * Lots et numéros de série rappelés, rappelés dans la lettre.
       EXEC SQL
           DECLARE CUR-LOT CURSOR FOR
               SELECT c.id_pie, c.num_lot_cbl, c.num_ser_cbl
               FROM campagne_rappel_cible c
               WHERE c.id_rap = :PG-IDF-RAP
                 AND (TRIM(c.num_lot_cbl) <> ''
                      OR TRIM(c.num_ser_cbl) <> '')
                 AND c.id_pie IN
                     (SELECT r.id_pie FROM rappel_client r
                      WHERE r.id_rap = :PG-IDF-RAP
                        AND r.id_cli = :PG-IDF-CLI)
               ORDER BY c.id_pie, c.num_lot_cbl, c.num_ser_cbl
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Cibles relevées avant les mises en quarantaine (chaque
      * déplacement valide sa propre écriture).
       01 WS-TAB-CBL.
           05 WS-CBL              OCCURS 50 TIMES.
               10 WS-CBL-PIE      PIC 9(10).
               10 WS-CBL-LOT      PIC X(20).
               10 WS-CBL-SER      PIC X(30).
               10 WS-CBL-QTE      PIC 9(07)V9(03).
       77 WS-NBR-CBL              PIC 9(02) VALUE 0.
       77 WS-MAX-CBL              PIC 9(02) VALUE 50.
       77 WS-IDX-CBL              PIC 9(02).

      * Dépôts de la pièce en cours, relevés avant les déplacements.
       01 WS-TAB-DEP.
           05 WS-DEP              OCCURS 20 TIMES.
               10 WS-DEP-IDF      PIC 9(10).
               10 WS-DEP-QTE      PIC 9(07)V9(03).
       77 WS-NBR-DEP              PIC 9(02) VALUE 0.
       77 WS-MAX-DEP              PIC 9(02) VALUE 20.
       77 WS-IDX-DEP              PIC 9(02).

      * Clients à prévenir, relevés avant les envois ; au-delà, les
      * lettres restantes partent au lancement suivant.
       01 WS-TAB-CLI.
           05 WS-CLI              OCCURS 200 TIMES.
               10 WS-CLI-IDF      PIC 9(10).
               10 WS-CLI-NOM      PIC X(50).
               10 WS-CLI-EML      PIC X(50).
       77 WS-NBR-CLI              PIC 9(03) VALUE 0.
       77 WS-MAX-CLI              PIC 9(03) VALUE 200.
       77 WS-IDX-CLI              PIC 9(03).

      * Mise en quarantaine par "majqrn", dépôt par dépôt (G-IDF-ENT
      * posé avant chaque appel, 0 = dépôt principal de la pièce).
       01 G-IDF-ENT               PIC 9(10) EXTERNAL.
       01 WS-QTE-RST              PIC 9(07)V9(03).
       01 WS-QTE-MVT              PIC 9(07)V9(03).
       01 WS-QTE-QRN              PIC 9(07)V9(03).
       01 WS-SNS-QRN              PIC 9(01) VALUE 0.
       01 WS-MTF-QRN              PIC X(50).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-QRN==.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-RAP-EDT          PIC Z(09)9.
       01 WS-IDF-CLI-EDT          PIC Z(09)9.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-QTE-EDT              PIC Z(06)9.999.
       01 WS-NBR-EDT              PIC Z(04)9.

       01 WS-TYP-DOC              PIC X(03) VALUE "RAP".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "rappel".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : la campagne et l'utilisateur connecté.
       01 LK-IDF-RAP              PIC 9(10).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de lettres mises en file
      * d'envoi, et OK, VID (campagne inconnue, close ou sans cible),
      * ERR (erreur SQL ou quarantaine refusée).
       01 LK-NBR-LET              PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-IDF-UTI,
                                LK-NBR-LET,
                                LK-LIR-RET.

           MOVE 0 TO LK-NBR-LET.
           MOVE LK-IDF-RAP TO PG-IDF-RAP.

           PERFORM 0100-CTL-RAP-DEB
              THRU 0100-CTL-RAP-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

      * Premier lancement : blocage du stock restant et relevé des
      * clients livrés. Un lancement suivant ne fait que poster les
      * lettres restantes.
           IF PG-STA-RAP = 0
               PERFORM 0200-LIR-CBL-DEB
                  THRU 0200-LIR-CBL-FIN

               PERFORM VARYING WS-IDX-CBL FROM 1 BY 1
                       UNTIL WS-IDX-CBL > WS-NBR-CBL

                   PERFORM 0300-QRN-CBL-DEB
                      THRU 0300-QRN-CBL-FIN
               END-PERFORM

               PERFORM 0400-AJU-CLI-DEB
                  THRU 0400-AJU-CLI-FIN

               IF NOT LK-LIR-RET-OK
                   EXIT PROGRAM
               END-IF
           END-IF.

           PERFORM 0500-LIR-CLI-DEB
              THRU 0500-LIR-CLI-FIN.

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-NBR-CLI

               PERFORM 0600-EDT-LET-DEB
                  THRU 0600-EDT-LET-FIN

               PERFORM 0700-ENV-LET-DEB
                  THRU 0700-ENV-LET-FIN
           END-PERFORM.

           PERFORM 0800-GEN-LOG-DEB
              THRU 0800-GEN-LOG-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La campagne doit exister et ne pas être close ; au premier
      * lancement elle doit porter au moins une cible.
       0100-CTL-RAP-DEB.

           EXEC SQL
               SELECT statut_rap, ref_rap, motif_rap,
                      (SELECT COUNT(*)
                       FROM campagne_rappel_cible c
                       WHERE c.id_rap = campagne_rappel.id_rap)
               INTO :PG-STA-RAP, :PG-REF-RAP, :PG-MOT-RAP,
                    :PG-NBR-CBL
               FROM campagne_rappel
               WHERE id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-RAP = 2 OR PG-NBR-CBL = 0
               SET LK-LIR-RET-VID TO TRUE
           ELSE
               SET LK-LIR-RET-OK TO TRUE
           END-IF.

       0100-CTL-RAP-FIN.

      *-----------------------------------------------------------------
      * Relève les cibles et le stock restant à bloquer pour chacune.
       0200-LIR-CBL-DEB.

           EXEC SQL OPEN CUR-CBL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-CBL >= WS-MAX-CBL

               EXEC SQL
                   FETCH CUR-CBL
                   INTO :PG-IDF-PIE, :PG-NUM-LOT, :PG-NUM-SER,
                        :PG-QTE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-CBL
                   MOVE PG-IDF-PIE TO WS-CBL-PIE(WS-NBR-CBL)
                   MOVE PG-NUM-LOT TO WS-CBL-LOT(WS-NBR-CBL)
                   MOVE PG-NUM-SER TO WS-CBL-SER(WS-NBR-CBL)
                   MOVE PG-QTE     TO WS-CBL-QTE(WS-NBR-CBL)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CBL END-EXEC.

       0200-LIR-CBL-FIN.

      *-----------------------------------------------------------------
      * Met en quarantaine le stock restant d'une cible, dépôt par
      * dépôt via "majqrn" (mouvement tracé et journalisé), puis
      * retire le lot du stock par lot ("cnslot" ne le servira plus)
      * ou marque le numéro de série rappelé ("cnsser" l'ignore), et
      * note la quantité bloquée sur la cible.
       0300-QRN-CBL-DEB.

           MOVE 0 TO WS-QTE-QRN.
           MOVE WS-CBL-QTE(WS-IDX-CBL) TO WS-QTE-RST.
           MOVE WS-CBL-PIE(WS-IDX-CBL) TO PG-IDF-PIE.

           MOVE SPACES TO WS-MTF-QRN.
           STRING "Rappel constructeur " DELIMITED BY SIZE
                  PG-REF-RAP DELIMITED BY SIZE
                  INTO WS-MTF-QRN
           END-STRING.

           IF WS-QTE-RST > 0
               PERFORM 0310-LIR-DEP-DEB
                  THRU 0310-LIR-DEP-FIN

               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > WS-NBR-DEP
                          OR WS-QTE-RST = 0

                   IF WS-DEP-QTE(WS-IDX-DEP) < WS-QTE-RST
                       MOVE WS-DEP-QTE(WS-IDX-DEP) TO WS-QTE-MVT
                   ELSE
                       MOVE WS-QTE-RST TO WS-QTE-MVT
                   END-IF

                   MOVE WS-DEP-IDF(WS-IDX-DEP) TO G-IDF-ENT

                   CALL "majqrn"
                       USING
                       PG-IDF-PIE
                       WS-QTE-MVT
                       WS-SNS-QRN
                       WS-MTF-QRN
                       LK-IDF-UTI
                       WS-QRN-MAJ-RET
                   END-CALL

                   IF WS-QRN-MAJ-RET-OK
                       ADD WS-QTE-MVT TO WS-QTE-QRN
                       SUBTRACT WS-QTE-MVT FROM WS-QTE-RST
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-CBL-LOT(WS-IDX-CBL) TO PG-NUM-LOT.
           MOVE WS-CBL-SER(WS-IDX-CBL) TO PG-NUM-SER.
           MOVE WS-QTE-QRN TO PG-QTE.

           EXEC SQL
               UPDATE campagne_rappel_cible
               SET qte_qrn_cbl = :PG-QTE
               WHERE id_rap = :PG-IDF-RAP
                 AND id_pie = :PG-IDF-PIE
                 AND TRIM(num_lot_cbl) = TRIM(:PG-NUM-LOT)
                 AND TRIM(num_ser_cbl) = TRIM(:PG-NUM-SER)
           END-EXEC.

           IF SQLCODE = 0 AND PG-NUM-LOT NOT = SPACES
               EXEC SQL
                   UPDATE lot_piece
                   SET qt_lot = GREATEST(qt_lot - :PG-QTE, 0)
                   WHERE id_pie = :PG-IDF-PIE
                     AND num_lot = :PG-NUM-LOT
               END-EXEC
           END-IF.

           IF SQLCODE = 0 AND PG-NUM-SER NOT = SPACES
               EXEC SQL
                   UPDATE serie_piece
                   SET id_rap_ser = :PG-IDF-RAP
                   WHERE id_pie = :PG-IDF-PIE
                     AND num_serie = :PG-NUM-SER
                     AND id_liv_sor IS NULL
               END-EXEC
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0300-QRN-CBL-FIN.

      *-----------------------------------------------------------------
      * Relève les dépôts qui détiennent la pièce ; sans ligne de
      * stock par dépôt, tout est sur son dépôt principal.
       0310-LIR-DEP-DEB.

           MOVE 0 TO WS-NBR-DEP.

           EXEC SQL OPEN CUR-DEP END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-DEP >= WS-MAX-DEP

               EXEC SQL
                   FETCH CUR-DEP
                   INTO :PG-IDF-ENT, :PG-QTE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-DEP
                   MOVE PG-IDF-ENT TO WS-DEP-IDF(WS-NBR-DEP)
                   MOVE PG-QTE     TO WS-DEP-QTE(WS-NBR-DEP)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-DEP END-EXEC.

           IF WS-NBR-DEP = 0
               MOVE 1          TO WS-NBR-DEP
               MOVE 0          TO WS-DEP-IDF(1)
               MOVE WS-QTE-RST TO WS-DEP-QTE(1)
           END-IF.

       0310-LIR-DEP-FIN.

      *-----------------------------------------------------------------
      * Relève les quantités livrées à chaque client (sortantes
      * terminées, hors retours) : prélèvements tracés sur le lot
      * rappelé, numéros de série partis chez lui, toutes les
      * livraisons de la pièce quand elle est rappelée entière. La
      * campagne passe lancée.
       0400-AJU-CLI-DEB.

           EXEC SQL
               INSERT INTO rappel_client
                   (id_rap, id_cli, id_pie, qte_liv_rcl, qte_ret_rcl,
                    solde_rcl)
               SELECT :PG-IDF-RAP, t.id_cli, t.id_pie, SUM(t.qte), 0,
                      0
               FROM (SELECT l.id_cli, sl.id_pie,
                            sl.qt_sor_lot AS qte
                     FROM sortie_lot sl
                         JOIN livraison l ON l.id_liv = sl.id_liv
                         JOIN campagne_rappel_cible c
                             ON c.id_pie = sl.id_pie
                            AND c.num_lot_cbl = sl.num_lot
                     WHERE c.id_rap = :PG-IDF-RAP
                       AND TRIM(c.num_lot_cbl) <> ''
                       AND l.id_cli IS NOT NULL
                     UNION ALL
                     SELECT l.id_cli, s.id_pie, 1
                     FROM serie_piece s
                         JOIN livraison l ON l.id_liv = s.id_liv_sor
                         JOIN campagne_rappel_cible c
                             ON c.id_pie = s.id_pie
                            AND c.num_ser_cbl = s.num_serie
                     WHERE c.id_rap = :PG-IDF-RAP
                       AND TRIM(c.num_ser_cbl) <> ''
                       AND l.id_cli IS NOT NULL
                     UNION ALL
                     SELECT l.id_cli, lp.id_pie, lp.qt_liv_pie
                     FROM livraison_piece lp
                         JOIN livraison l ON l.id_liv = lp.id_liv
                         JOIN campagne_rappel_cible c
                             ON c.id_pie = lp.id_pie
                     WHERE c.id_rap = :PG-IDF-RAP
                       AND TRIM(c.num_lot_cbl) = ''
                       AND TRIM(c.num_ser_cbl) = ''
                       AND l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.retour_liv, 0) = 0) t
               GROUP BY t.id_cli, t.id_pie
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   UPDATE campagne_rappel
                   SET statut_rap = 1
                   WHERE id_rap = :PG-IDF-RAP
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0400-AJU-CLI-FIN.

      *-----------------------------------------------------------------
      * Relève les clients touchés pas encore prévenus.
       0500-LIR-CLI-DEB.

           EXEC SQL OPEN CUR-CLI END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-CLI >= WS-MAX-CLI

               EXEC SQL
                   FETCH CUR-CLI
                   INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-EML-CLI
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-CLI
                   MOVE PG-IDF-CLI TO WS-CLI-IDF(WS-NBR-CLI)
                   MOVE PG-NOM-CLI TO WS-CLI-NOM(WS-NBR-CLI)
                   MOVE PG-EML-CLI TO WS-CLI-EML(WS-NBR-CLI)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CLI END-EXEC.

       0500-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Écrit la lettre de rappel d'un client
      * (rappel_<campagne>_<client>.txt) : motif, pièces reçues et
      * quantités, lots et numéros concernés, consignes de retour.
       0600-EDT-LET-DEB.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE WS-CLI-IDF(WS-IDX-CLI) TO WS-IDF-CLI-EDT.
           MOVE WS-CLI-IDF(WS-IDX-CLI) TO PG-IDF-CLI.
           MOVE SPACES TO WS-NOM-FIC.

           STRING "rappel_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-RAP.

           MOVE "RAPPEL DE PIECES - INFORMATION IMPORTANTE"
               TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "Client : " DELIMITED BY SIZE
                  WS-CLI-NOM(WS-IDX-CLI) DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "Campagne constructeur : " DELIMITED BY SIZE
                  PG-REF-RAP DELIMITED BY SIZE
                  " (notre reference RAP " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "Motif : " DELIMITED BY SIZE
                  PG-MOT-RAP DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           MOVE " " TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE "Pieces concernees que nous vous avons livrees :"
               TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE
      -    "     Piece Designation                                      
      -    " Quantite"
               TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           EXEC SQL OPEN CUR-LET END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-LET
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   MOVE PG-QTE     TO WS-QTE-EDT
                   MOVE SPACES TO FD-LGN-RAP
                   STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-NOM-PIE DELIMITED BY SIZE
                          WS-QTE-EDT DELIMITED BY SIZE
                          INTO FD-LGN-RAP
                   END-STRING
                   WRITE FD-LGN-RAP
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-LET END-EXEC.

           EXEC SQL OPEN CUR-LOT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-LOT
                   INTO :PG-IDF-PIE, :PG-NUM-LOT, :PG-NUM-SER
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   MOVE SPACES TO FD-LGN-RAP
                   IF PG-NUM-LOT NOT = SPACES
                       STRING "  piece " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PIE-EDT)
                              DELIMITED BY SIZE
                              " : lot " DELIMITED BY SIZE
                              PG-NUM-LOT DELIMITED BY SIZE
                              INTO FD-LGN-RAP
                       END-STRING
                   ELSE
                       STRING "  piece " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PIE-EDT)
                              DELIMITED BY SIZE
                              " : numero de serie " DELIMITED BY SIZE
                              PG-NUM-SER DELIMITED BY SIZE
                              INTO FD-LGN-RAP
                       END-STRING
                   END-IF
                   WRITE FD-LGN-RAP
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-LOT END-EXEC.

           MOVE " " TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE "Merci de ne plus monter ces pieces et de nous les "
               TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE "retourner (pieces non montees) en rappelant la "
               TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "reference RAP " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  ". Signalez-nous les pieces deja montees."
                  DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           CLOSE FIC-RAP.

       0600-EDT-LET-FIN.

      *-----------------------------------------------------------------
      * Inscrit la lettre au registre des documents et la met en file
      * d'envoi par mail au client (canal par défaut s'il n'a pas
      * d'email), puis note la date d'avis sur ses lignes.
       0700-ENV-LET-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-RAP
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.
           MOVE WS-CLI-EML(WS-IDX-CLI) TO PG-EML-CLI.

           IF PG-EML-CLI NOT = SPACES
               EXEC SQL
                   UPDATE file_envoi
                   SET canal_env = 'MAIL',
                       destinataire = :PG-EML-CLI
                   WHERE statut_env = 0
                     AND id_doc =
                         (SELECT MAX(dg.id_doc)
                          FROM document_genere dg
                          WHERE dg.nom_fic = :PG-NOM-FIC)
               END-EXEC
           END-IF.

           EXEC SQL
               UPDATE rappel_client
               SET date_avi_rcl = CURRENT_DATE
               WHERE id_rap = :PG-IDF-RAP
                 AND id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO LK-NBR-LET
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0700-ENV-LET-FIN.

      *-----------------------------------------------------------------
      * Journalise le lancement et le nombre de lettres postées.
       0800-GEN-LOG-DEB.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE LK-NBR-LET TO WS-NBR-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           STRING "campagne de rappel " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  " lancee, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " lettre(s) de rappel en file d'envoi"
                  DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0800-GEN-LOG-FIN.
