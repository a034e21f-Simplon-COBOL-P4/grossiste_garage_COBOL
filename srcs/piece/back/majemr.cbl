      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de gestion des emplacements d'une pièce dans un *
      * dépôt : le casier de prélèvement (emplacement_pie, près du     *
      * comptoir, avec son minimum et son maximum min_prl_pie /        *
      * max_prl_pie) et les emplacements de réserve en rayonnage       *
      * (table emplacement_reserve : id_emr, id_pie, id_entrepot,      *
      * code_emr, qte_emr). Le stock du dépôt (stock_depot) ne bouge   *
      * pas ici : seule sa répartition entre le prélèvement et la      *
      * réserve change. La quantité du casier de prélèvement est le    *
      * stock du dépôt moins la somme des réserves ("liremr").         *
      *                                                                *
      * Actions :                                                      *
      * - C création d'un emplacement de réserve (code unique pour la  *
      *   pièce dans le dépôt), avec éventuellement une quantité       *
      *   montée du prélèvement ;                                      *
      * - M montée du prélèvement vers un emplacement de réserve ;     *
      * - D descente d'un emplacement de réserve vers le prélèvement ; *
      * - S suppression d'un emplacement de réserve, sa quantité       *
      *   redescend au prélèvement ;                                   *
      * - P minimum et maximum du casier de prélèvement (maximum nul   *
      *   = le minimum sert de cible au réassort).                     *
      * Une montée ne peut prendre plus que la quantité du casier de   *
      * prélèvement, une descente plus que celle de l'emplacement.     *
      * Validé par COMMIT, journalisé via "ajulog".                    *
      *                                                                *
      * Dépôt 0 en entrée = dépôt principal de la pièce                *
      * (piece.id_entrepot, dépôt 1 à défaut). Quantités en unité de   *
      * vente de la pièce, avec trois décimales.                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; EMR=EMPLACEMENT DE RESERVE; PRL=PRELEVEMENT;  *
      * PIE=PIECE; ENT=ENTREPOT; ACT=ACTION; COD=CODE; QTE=QUANTITE;   *
      * MIN=MINIMUM; MAX=MAXIMUM; STK=STOCK; RES=RESERVE; NBR=NOMBRE;  *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; MSG=MESSAGE; CTL=CONTROLE.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majemr.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-IDF-EMR             PIC 9(10).
       01 PG-COD-EMR             PIC X(10).
       01 PG-QTE                 PIC 9(07)V9(03).
       01 PG-QTE-EMR             PIC 9(07)V9(03).
       01 PG-QTE-RES             PIC 9(07)V9(03).
       01 PG-MIN-PRL             PIC 9(07)V9(03).
       01 PG-MAX-PRL             PIC 9(07)V9(03).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Stock de la pièce dans le dépôt ("lirstkdep") : le casier de
      * prélèvement en a ce que la réserve ne porte pas.
       01 WS-QTE-STK             PIC 9(07)V9(03).
       01 WS-QTE-PRL             PIC S9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-STK==.

      * Message et type de log de l'action.
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(06)9.999.
       01 WS-MAX-EDT             PIC Z(06)9.999.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "emplacement".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, le dépôt (0 = dépôt principal),
      * l'action, l'emplacement de réserve (M, D, S ; rendu en retour
      * par C), son code (C), la quantité (C, M, D) et le minimum /
      * maximum du casier de prélèvement (P).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
       01 LK-ACT-EMR             PIC X(01).
           88 LK-ACT-EMR-CRE                 VALUE "C".
           88 LK-ACT-EMR-MNT                 VALUE "M".
           88 LK-ACT-EMR-DSC                 VALUE "D".
           88 LK-ACT-EMR-SUP                 VALUE "S".
           88 LK-ACT-EMR-PRL                 VALUE "P".
       01 LK-IDF-EMR             PIC 9(10).
       01 LK-COD-EMR             PIC X(10).
       01 LK-QTE                 PIC 9(07)V9(03).
       01 LK-MIN-PRL             PIC 9(07)V9(03).
       01 LK-MAX-PRL             PIC 9(07)V9(03).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-ACT-EMR,
                                LK-IDF-EMR,
                                LK-COD-EMR,
                                LK-QTE,
                                LK-MIN-PRL,
                                LK-MAX-PRL,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-EMR-DEB
                  THRU 0100-CTL-EMR-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-MAJ-EMR-DEB
                      THRU 0200-MAJ-EMR-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La pièce doit exister ; l'emplacement désigné doit être un
      * emplacement de réserve de la pièce dans le dépôt ; les
      * quantités doivent être disponibles là d'où elles partent.
       0100-CTL-EMR-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE LK-IDF-EMR TO PG-IDF-EMR.
           MOVE LK-COD-EMR TO PG-COD-EMR.
           MOVE LK-QTE     TO PG-QTE.
           MOVE LK-MIN-PRL TO PG-MIN-PRL.
           MOVE LK-MAX-PRL TO PG-MAX-PRL.

           IF NOT LK-ACT-EMR-CRE AND NOT LK-ACT-EMR-MNT
              AND NOT LK-ACT-EMR-DSC AND NOT LK-ACT-EMR-SUP
              AND NOT LK-ACT-EMR-PRL
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF (LK-ACT-EMR-CRE AND PG-COD-EMR = SPACES)
              OR ((LK-ACT-EMR-MNT OR LK-ACT-EMR-DSC) AND PG-QTE = 0)
              OR (LK-ACT-EMR-PRL AND PG-MAX-PRL NOT = 0
                  AND PG-MAX-PRL < PG-MIN-PRL)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Le stock du dépôt résout aussi le dépôt principal (0).
           CALL "lirstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               WS-QTE-STK
               WS-STK-LIR-RET
           END-CALL.

           IF NOT WS-STK-LIR-RET-OK
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.

           IF LK-ACT-EMR-PRL
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(qte_emr), 0)
               INTO :PG-QTE-RES
               FROM emplacement_reserve
               WHERE id_pie = :PG-IDF-PIE
                 AND id_entrepot = :PG-IDF-ENT
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-QTE-PRL = WS-QTE-STK - PG-QTE-RES.

           IF LK-ACT-EMR-CRE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM emplacement_reserve
                   WHERE id_pie = :PG-IDF-PIE
                     AND id_entrepot = :PG-IDF-ENT
                     AND code_emr = :PG-COD-EMR
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR > 0
                   SET LK-MAJ-RET-ERR TO TRUE
               ELSE
                   IF PG-QTE > WS-QTE-PRL
                       SET LK-MAJ-RET-STK-ERR TO TRUE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT qte_emr, code_emr
               INTO :PG-QTE-EMR, :PG-COD-EMR
               FROM emplacement_reserve
               WHERE id_emr = :PG-IDF-EMR
                 AND id_pie = :PG-IDF-PIE
                 AND id_entrepot = :PG-IDF-ENT
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN LK-ACT-EMR-MNT AND PG-QTE > WS-QTE-PRL
                   SET LK-MAJ-RET-STK-ERR TO TRUE
               WHEN LK-ACT-EMR-DSC AND PG-QTE > PG-QTE-EMR
                   SET LK-MAJ-RET-STK-ERR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0100-CTL-EMR-FIN.

      *-----------------------------------------------------------------
      * Applique l'action, valide et journalise.
       0200-MAJ-EMR-DEB.

           EVALUATE TRUE
               WHEN LK-ACT-EMR-CRE
                   EXEC SQL
                       INSERT INTO emplacement_reserve
                           (id_pie, id_entrepot, code_emr, qte_emr)
                       VALUES (:PG-IDF-PIE, :PG-IDF-ENT, :PG-COD-EMR,
                               :PG-QTE)
                       RETURNING id_emr INTO :PG-IDF-EMR
                   END-EXEC
               WHEN LK-ACT-EMR-MNT
                   EXEC SQL
                       UPDATE emplacement_reserve
                       SET qte_emr = qte_emr + :PG-QTE
                       WHERE id_emr = :PG-IDF-EMR
                   END-EXEC
               WHEN LK-ACT-EMR-DSC
                   EXEC SQL
                       UPDATE emplacement_reserve
                       SET qte_emr = qte_emr - :PG-QTE
                       WHERE id_emr = :PG-IDF-EMR
                   END-EXEC
               WHEN LK-ACT-EMR-SUP
                   MOVE PG-QTE-EMR TO PG-QTE
      * Les tâches de réassort encore ouvertes sur l'emplacement
      * tombent avec lui.
                   EXEC SQL
                       UPDATE tache_reappro
                       SET statut_tra = 2,
                           date_fin_tra = CURRENT_TIMESTAMP
                       WHERE id_emr = :PG-IDF-EMR
                         AND statut_tra = 0
                   END-EXEC
                   IF SQLCODE = 0 OR SQLCODE = 100
                       EXEC SQL
                           DELETE FROM emplacement_reserve
                           WHERE id_emr = :PG-IDF-EMR
                       END-EXEC
                   END-IF
               WHEN LK-ACT-EMR-PRL
                   EXEC SQL
                       UPDATE piece
                       SET min_prl_pie = :PG-MIN-PRL,
                           max_prl_pie = :PG-MAX-PRL
                       WHERE id_pie = :PG-IDF-PIE
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.
           MOVE PG-IDF-EMR TO LK-IDF-EMR.

           PERFORM 0300-GEN-LOG-DEB
              THRU 0300-GEN-LOG-FIN.

       0200-MAJ-EMR-FIN.

      *-----------------------------------------------------------------
      * Journalise l'action via "ajulog".
       0300-GEN-LOG-DEB.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE     TO WS-QTE-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           EVALUATE TRUE
               WHEN LK-ACT-EMR-CRE
                   STRING "piece n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          " reserve " DELIMITED BY SIZE
                          PG-COD-EMR DELIMITED BY SPACE
                          " creee, qte " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTE-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               WHEN LK-ACT-EMR-MNT
                   STRING "piece n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          " montee en reserve " DELIMITED BY SIZE
                          PG-COD-EMR DELIMITED BY SPACE
                          ", qte " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTE-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               WHEN LK-ACT-EMR-DSC
                   STRING "piece n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          " descendue de la reserve " DELIMITED BY SIZE
                          PG-COD-EMR DELIMITED BY SPACE
                          ", qte " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTE-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               WHEN LK-ACT-EMR-SUP
                   STRING "piece n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          " reserve " DELIMITED BY SIZE
                          PG-COD-EMR DELIMITED BY SPACE
                          " supprimee, qte " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTE-EDT)
                          DELIMITED BY SIZE
                          " au prelevement" DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               WHEN OTHER
                   MOVE PG-MIN-PRL TO WS-QTE-EDT
                   MOVE PG-MAX-PRL TO WS-MAX-EDT
                   STRING "piece n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          " prelevement min " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-QTE-EDT)
                          DELIMITED BY SIZE
                          " max " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MAX-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
           END-EVALUATE.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-GEN-LOG-FIN.
