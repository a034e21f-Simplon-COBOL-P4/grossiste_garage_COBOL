      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de suivi d'une réclamation client (table        *
      * reclamation_client, ouverte par "ajurcc") : action "P" prise   *
      * en charge (statut 0 -> 1, le responsable peut être changé au   *
      * passage), "A" réaffectation à un autre responsable, "R"        *
      * résolution (statut 2, date de clôture du jour, note de         *
      * résolution obligatoire). Une réclamation résolue ne bouge      *
      * plus ; l'échéance de réponse n'est jamais recalculée : une     *
      * réaffectation ne remet pas le compteur à zéro. Journalisé via  *
      * "ajulog" pour suivre qui a acté quoi.                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RCC=RECLAMATION CLIENT; ACT=ACTION;           *
      * STA=STATUT; CRT=COURANT; UTI=UTILISATEUR; RSP=RESPONSABLE;     *
      * RES=RESOLUTION; IDF=IDENTIFIANT; NBR=NOMBRE; CTL=CONTROLE.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrcc.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RCC             PIC 9(10).
       01 PG-STA-CRT             PIC 9(01).
       01 PG-IDF-UTI-RSP         PIC 9(10).
       01 PG-RES-RCC             PIC X(120).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de l'action.
       01 WS-IDF-RCC-EDT         PIC Z(10).
       01 WS-IDF-RSP-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "reclamation".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la réclamation, l'action (P prise en
      * charge, A réaffectation, R résolution), le responsable (0 =
      * inchangé, obligatoire pour A) et la note de résolution
      * (obligatoire pour R).
       01 LK-IDF-RCC             PIC 9(10).
       01 LK-ACT-RCC             PIC X(01).
           88 LK-ACT-RCC-PEC                 VALUE "P".
           88 LK-ACT-RCC-AFF                 VALUE "A".
           88 LK-ACT-RCC-RES                 VALUE "R".
       01 LK-IDF-UTI-RSP         PIC 9(10).
       01 LK-RES-RCC             PIC X(120).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RCC,
                                LK-ACT-RCC,
                                LK-IDF-UTI-RSP,
                                LK-RES-RCC,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-RCC-DEB
                  THRU 0100-CTL-RCC-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-MAJ-RCC-DEB
                      THRU 0200-MAJ-RCC-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * L'action doit être complète, la réclamation exister et ne pas
      * être résolue ; un nouveau responsable doit exister.
       0100-CTL-RCC-DEB.

           MOVE LK-IDF-RCC     TO PG-IDF-RCC.
           MOVE LK-IDF-UTI-RSP TO PG-IDF-UTI-RSP.
           MOVE LK-RES-RCC     TO PG-RES-RCC.

           IF NOT LK-ACT-RCC-PEC AND NOT LK-ACT-RCC-AFF
              AND NOT LK-ACT-RCC-RES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF (LK-ACT-RCC-AFF AND PG-IDF-UTI-RSP = 0)
              OR (LK-ACT-RCC-RES AND PG-RES-RCC = SPACES)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT statut_rcc
               INTO :PG-STA-CRT
               FROM reclamation_client
               WHERE id_rcc = :PG-IDF-RCC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN PG-STA-CRT >= 2
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET LK-MAJ-RET-OK TO TRUE
           END-EVALUATE.

           IF PG-IDF-UTI-RSP NOT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM utilisateur
                   WHERE id_uti = :PG-IDF-UTI-RSP
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-NBR = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               END-IF
           END-IF.

       0100-CTL-RCC-FIN.

      *-----------------------------------------------------------------
      * Applique l'action ; le responsable n'est changé que s'il est
      * donné. Journalisé.
       0200-MAJ-RCC-DEB.

           EVALUATE TRUE
               WHEN LK-ACT-RCC-PEC
                   EXEC SQL
                       UPDATE reclamation_client
                       SET statut_rcc = 1,
                           id_uti_rsp = COALESCE(
                               NULLIF(:PG-IDF-UTI-RSP, 0), id_uti_rsp)
                       WHERE id_rcc = :PG-IDF-RCC
                   END-EXEC
               WHEN LK-ACT-RCC-AFF
                   EXEC SQL
                       UPDATE reclamation_client
                       SET id_uti_rsp = :PG-IDF-UTI-RSP
                       WHERE id_rcc = :PG-IDF-RCC
                   END-EXEC
               WHEN LK-ACT-RCC-RES
                   EXEC SQL
                       UPDATE reclamation_client
                       SET statut_rcc = 2,
                           resolution_rcc = :PG-RES-RCC,
                           date_clo_rcc = CURRENT_DATE,
                           id_uti_rsp = COALESCE(
                               NULLIF(:PG-IDF-UTI-RSP, 0), id_uti_rsp)
                       WHERE id_rcc = :PG-IDF-RCC
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               MOVE PG-IDF-RCC     TO WS-IDF-RCC-EDT
               MOVE PG-IDF-UTI-RSP TO WS-IDF-RSP-EDT
               EVALUATE TRUE
                   WHEN LK-ACT-RCC-PEC
                       STRING "reclamation n. " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-RCC-EDT)
                              DELIMITED BY SIZE
                              " prise en charge" DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   WHEN LK-ACT-RCC-AFF
                       STRING "reclamation n. " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-RCC-EDT)
                              DELIMITED BY SIZE
                              " reaffectee a l'utilisateur "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-RSP-EDT)
                              DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   WHEN OTHER
                       STRING "reclamation n. " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-RCC-EDT)
                              DELIMITED BY SIZE
                              " resolue" DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
               END-EVALUATE

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   LK-IDF-UTI,
                                   WS-LOG-AJU-RET
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-RCC-FIN.
