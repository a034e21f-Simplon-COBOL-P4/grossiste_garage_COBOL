      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de suivi d'une tâche de réassort d'un casier de *
      * prélèvement (table tache_reappro, créée par "genreaprl") :     *
      * action "F" faite - la quantité réellement descendue (0 = celle *
      * de la tâche) est retirée de l'emplacement de réserve, au plus  *
      * ce qu'il porte encore, et passe ainsi au prélèvement ; la      *
      * tâche est close au nom de l'utilisateur avec la quantité       *
      * faite -, action "A" annulée, rien ne bouge. Le stock du dépôt  *
      * (stock_depot) n'est pas touché : seule sa répartition change.  *
      * Une tâche close ne bouge plus. Validé par COMMIT, journalisé   *
      * via "ajulog".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; TRA=TACHE DE REASSORT; ACT=ACTION; STA=STATUT;*
      * EMR=EMPLACEMENT DE RESERVE; QTE=QUANTITE; FAI=FAITE;           *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; MSG=MESSAGE; CTL=CONTROLE.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majtra.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-TRA             PIC 9(10).
       01 PG-STA-TRA             PIC 9(01).
       01 PG-IDF-EMR             PIC 9(10).
       01 PG-QTE-TRA             PIC 9(07)V9(03).
       01 PG-QTE-EMR             PIC 9(07)V9(03).
       01 PG-QTE-FAI             PIC 9(07)V9(03).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de l'action.
       01 WS-IDF-TRA-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(06)9.999.
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
      * Arguments d'entrée : la tâche, l'action (F faite, A annulée)
      * et la quantité réellement descendue (0 = celle de la tâche).
       01 LK-IDF-TRA             PIC 9(10).
       01 LK-ACT-TRA             PIC X(01).
           88 LK-ACT-TRA-FAI                 VALUE "F".
           88 LK-ACT-TRA-ANL                 VALUE "A".
       01 LK-QTE-FAI             PIC 9(07)V9(03).
      * Identifiant de l'utilisateur connecté.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-TRA,
                                LK-ACT-TRA,
                                LK-QTE-FAI,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-TRA-DEB
                  THRU 0100-CTL-TRA-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-MAJ-TRA-DEB
                      THRU 0200-MAJ-TRA-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La tâche doit exister et être à faire ; la quantité faite est
      * bornée par ce que porte encore l'emplacement de réserve.
       0100-CTL-TRA-DEB.

           MOVE LK-IDF-TRA TO PG-IDF-TRA.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           IF NOT LK-ACT-TRA-FAI AND NOT LK-ACT-TRA-ANL
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT t.statut_tra, t.id_emr, t.qte_tra,
                      COALESCE(r.qte_emr, 0)
               INTO :PG-STA-TRA, :PG-IDF-EMR, :PG-QTE-TRA,
                    :PG-QTE-EMR
               FROM tache_reappro t
                   LEFT JOIN emplacement_reserve r
                       ON r.id_emr = t.id_emr
               WHERE t.id_tra = :PG-IDF-TRA
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN PG-STA-TRA NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET LK-MAJ-RET-OK TO TRUE
           END-EVALUATE.

           IF LK-QTE-FAI = 0
               MOVE PG-QTE-TRA TO PG-QTE-FAI
           ELSE
               MOVE LK-QTE-FAI TO PG-QTE-FAI
           END-IF.

           IF LK-ACT-TRA-FAI AND PG-QTE-FAI > PG-QTE-EMR
               SET LK-MAJ-RET-STK-ERR TO TRUE
           END-IF.

       0100-CTL-TRA-FIN.

      *-----------------------------------------------------------------
      * Applique l'action, valide et journalise.
       0200-MAJ-TRA-DEB.

           IF LK-ACT-TRA-FAI
               EXEC SQL
                   UPDATE emplacement_reserve
                   SET qte_emr = qte_emr - :PG-QTE-FAI
                   WHERE id_emr = :PG-IDF-EMR
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE tache_reappro
                       SET statut_tra = 1,
                           qte_tra = :PG-QTE-FAI,
                           id_uti_tra = :PG-IDF-UTI,
                           date_fin_tra = CURRENT_TIMESTAMP
                       WHERE id_tra = :PG-IDF-TRA
                   END-EXEC
               END-IF
           ELSE
               EXEC SQL
                   UPDATE tache_reappro
                   SET statut_tra = 2,
                       id_uti_tra = :PG-IDF-UTI,
                       date_fin_tra = CURRENT_TIMESTAMP
                   WHERE id_tra = :PG-IDF-TRA
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.

           MOVE PG-IDF-TRA TO WS-IDF-TRA-EDT.
           MOVE PG-QTE-FAI TO WS-QTE-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           IF LK-ACT-TRA-FAI
               STRING "tache de reassort n. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-TRA-EDT)
                      DELIMITED BY SIZE
                      " faite, qte " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT)
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "tache de reassort n. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-TRA-EDT)
                      DELIMITED BY SIZE
                      " annulee" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-TRA-FIN.
