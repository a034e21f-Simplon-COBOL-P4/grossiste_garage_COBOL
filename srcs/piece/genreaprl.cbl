      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat"), aussi lancé   *
      * depuis l'écran des emplacements ("ecremr"), qui génère les     *
      * tâches de réassort des casiers de prélèvement puis édite la    *
      * liste des tâches à faire. Une pièce dont le casier de          *
      * prélèvement (emplacement_pie) est descendu sous son minimum    *
      * (min_prl_pie) dans un dépôt où elle a de la réserve reçoit des *
      * tâches (table tache_reappro : id_tra, id_pie, id_entrepot,     *
      * id_emr, qte_tra, statut_tra 0 à faire / 1 faite / 2 annulée,   *
      * date_cre_tra, date_fin_tra, id_uti_tra) qui descendent de la   *
      * réserve de quoi remonter le casier à son maximum (max_prl_pie, *
      * le minimum à défaut), emplacement par emplacement du plus      *
      * ancien au plus récent, dans la limite de ce que la réserve     *
      * porte. Une pièce qui a déjà une tâche à faire dans le dépôt    *
      * n'en reçoit pas d'autre. La quantité du casier de prélèvement  *
      * est le stock du dépôt moins la somme des réserves (une pièce   *
      * encore sans ligne stock_depot a tout son stock dans son dépôt  *
      * principal, comme le lit "lirstkdep").                          *
      *                                                                *
      * Liste de toutes les tâches à faire, par dépôt puis par         *
      * emplacement de réserve (chemin dans le rayonnage), dans        *
      * taches_reappro.txt. Les tâches sont confirmées ou annulées     *
      * depuis l'écran "ecremr" ("majtra").                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERER; REA=REASSORT; PRL=PRELEVEMENT; TRA=TACHE DE       *
      * REASSORT; EMR=EMPLACEMENT DE RESERVE; PIE=PIECE; ENT=ENTREPOT; *
      * EMP=EMPLACEMENT; QTE=QUANTITE; MIN=MINIMUM; CIB=CIBLE;         *
      * RES=RESERVE; BSN=BESOIN; CND=CANDIDATE; NBR=NOMBRE;            *
      * FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;    *
      * IDF=IDENTIFIANT; NOM=NOM; DAT=DATE; JOU=JOUR; ERR=ERREUR.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genreaprl.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TRA ASSIGN TO "taches_reappro.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-TRA.
       01  FD-LGN-TRA                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-JOU              PIC X(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-IDF-ENT              PIC 9(10).
       01 PG-QTE-PRL              PIC 9(07)V9(03).
       01 PG-QTE-CIB              PIC 9(07)V9(03).
       01 PG-IDF-EMR              PIC 9(10).
       01 PG-QTE-EMR              PIC 9(07)V9(03).
       01 PG-QTE-TRA              PIC 9(07)V9(03).
       01 PG-IDF-TRA              PIC 9(10).
       01 PG-COD-EMR              PIC X(10).
       01 PG-EMP-PIE              PIC X(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-DAT-CRE              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Couples pièce / dépôt dont le casier de prélèvement est sous
      * son minimum alors que de la réserve existe, sans tâche à
      * faire en cours : quantité au prélèvement et cible du réassort.
       EXEC SQL
           DECLARE CUR-CND CURSOR FOR
               SELECT x.id_pie, x.id_entrepot,
                      GREATEST(x.qte_stk - x.qte_res, 0),
                      x.qte_cib
               FROM (SELECT p.id_pie, r.id_entrepot,
                            SUM(r.qte_emr) AS qte_res,
                            MAX(COALESCE(s.qt_stk,
                                CASE WHEN NOT EXISTS
                                         (SELECT 1
                                          FROM stock_depot s2
                                          WHERE s2.id_pie = p.id_pie)
                                      AND COALESCE(
                                          NULLIF(p.id_entrepot, 0), 1)
                                          = r.id_entrepot
                                     THEN p.qt_pie
                                     ELSE 0
                                END)) AS qte_stk,
                            MAX(p.min_prl_pie) AS qte_min,
                            MAX(COALESCE(NULLIF(p.max_prl_pie, 0),
                                         p.min_prl_pie)) AS qte_cib
                     FROM piece p
                         JOIN emplacement_reserve r
                             ON r.id_pie = p.id_pie
                         LEFT JOIN stock_depot s
                             ON s.id_pie = p.id_pie
                            AND s.id_entrepot = r.id_entrepot
                     WHERE p.supprime_le = ''
                       AND COALESCE(p.min_prl_pie, 0) > 0
                       AND NOT EXISTS
                           (SELECT 1
                            FROM tache_reappro t
                            WHERE t.id_pie = p.id_pie
                              AND t.id_entrepot = r.id_entrepot
                              AND t.statut_tra = 0)
                     GROUP BY p.id_pie, r.id_entrepot) x
               WHERE x.qte_res > 0
                 AND x.qte_stk - x.qte_res < x.qte_min
               ORDER BY x.id_entrepot, x.id_pie
               FOR READ ONLY
       END-EXEC.

      * Emplacements de réserve garnis de la pièce dans le dépôt, du
      * plus ancien au plus récent.
       EXEC SQL
           DECLARE CUR-EMR CURSOR FOR
               SELECT id_emr, qte_emr
               FROM emplacement_reserve
               WHERE id_pie = :PG-IDF-PIE
                 AND id_entrepot = :PG-IDF-ENT
                 AND qte_emr > 0
               ORDER BY id_emr
               FOR READ ONLY
       END-EXEC.

      * Tâches à faire, dans l'ordre du chemin de réserve.
       EXEC SQL
           DECLARE CUR-TRA CURSOR FOR
               SELECT t.id_tra, t.id_entrepot, r.code_emr,
                      COALESCE(p.emplacement_pie, ' '), p.id_pie,
                      p.nom_pie, t.qte_tra,
                      CAST(CAST(t.date_cre_tra AS DATE) AS VARCHAR)
               FROM tache_reappro t
                   JOIN emplacement_reserve r ON r.id_emr = t.id_emr
                   JOIN piece p ON p.id_pie = t.id_pie
               WHERE t.statut_tra = 0
               ORDER BY t.id_entrepot, r.code_emr, p.id_pie, t.id_tra
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-CND              PIC 9(01).
           88 WS-ETT-CND-ENC                 VALUE 0.
           88 WS-ETT-CND-FIN                 VALUE 1.
       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.
       01 WS-ETT-ERR              PIC 9(01) VALUE 0.
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Quantité restant à descendre pour la pièce en cours.
       01 WS-QTE-BSN              PIC 9(07)V9(03).

       01 WS-NBR-CRE              PIC 9(05) VALUE 0.
       01 WS-NBR-AFR              PIC 9(05) VALUE 0.
       01 WS-IDF-ENT-CRT          PIC 9(10).

       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-ENT-EDT              PIC Z(04)9.
       01 WS-NOM-PIE-EDT          PIC X(30).
       01 WS-QTE-EDT              PIC Z(06)9.999.
       01 WS-NBR-EDT              PIC Z(04)9.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           PERFORM 0100-GEN-TRA-DEB
              THRU 0100-GEN-TRA-FIN.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "genreaprl : erreur a la generation des taches"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           PERFORM 0400-EDT-TRA-DEB
              THRU 0400-EDT-TRA-FIN.

           DISPLAY "genreaprl : " WS-NBR-CRE " tache(s) creee(s), "
               WS-NBR-AFR " a faire, liste dans taches_reappro.txt".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Parcourt les casiers sous leur minimum.
       0100-GEN-TRA-DEB.

           EXEC SQL OPEN CUR-CND END-EXEC.

           SET WS-ETT-CND-ENC TO TRUE.

           PERFORM 0200-LCT-CND-DEB
              THRU 0200-LCT-CND-FIN
               UNTIL WS-ETT-CND-FIN OR WS-ETT-ERR-OUI.

           EXEC SQL CLOSE CUR-CND END-EXEC.

       0100-GEN-TRA-FIN.

      *-----------------------------------------------------------------
      * Un casier à réassortir : le besoin est réparti sur ses
      * emplacements de réserve.
       0200-LCT-CND-DEB.

           EXEC SQL
               FETCH CUR-CND
               INTO :PG-IDF-PIE, :PG-IDF-ENT, :PG-QTE-PRL, :PG-QTE-CIB
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-CND-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-QTE-CIB <= PG-QTE-PRL
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-QTE-BSN = PG-QTE-CIB - PG-QTE-PRL.

           EXEC SQL OPEN CUR-EMR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM 0300-CRE-TRA-DEB
              THRU 0300-CRE-TRA-FIN
               UNTIL WS-ETT-LCT-FIN OR WS-QTE-BSN = 0
                  OR WS-ETT-ERR-OUI.

           EXEC SQL CLOSE CUR-EMR END-EXEC.

       0200-LCT-CND-FIN.

      *-----------------------------------------------------------------
      * Une tâche par emplacement de réserve entamé, au plus ce qu'il
      * porte.
       0300-CRE-TRA-DEB.

           EXEC SQL
               FETCH CUR-EMR
               INTO :PG-IDF-EMR, :PG-QTE-EMR
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-LCT-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-QTE-EMR < WS-QTE-BSN
               MOVE PG-QTE-EMR TO PG-QTE-TRA
           ELSE
               MOVE WS-QTE-BSN TO PG-QTE-TRA
           END-IF.

           EXEC SQL
               INSERT INTO tache_reappro
                   (id_pie, id_entrepot, id_emr, qte_tra, statut_tra,
                    date_cre_tra)
               VALUES (:PG-IDF-PIE, :PG-IDF-ENT, :PG-IDF-EMR,
                       :PG-QTE-TRA, 0, CURRENT_TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT PG-QTE-TRA FROM WS-QTE-BSN.
           ADD 1 TO WS-NBR-CRE.

       0300-CRE-TRA-FIN.

      *-----------------------------------------------------------------
      * Liste des tâches à faire, par dépôt.
       0400-EDT-TRA-DEB.

           OPEN OUTPUT FIC-TRA.

           MOVE "TACHES DE REASSORT DES CASIERS DE PRELEVEMENT"
               TO FD-LGN-TRA.
           WRITE FD-LGN-TRA.

           MOVE SPACES TO FD-LGN-TRA.
           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-TRA
           END-STRING.
           WRITE FD-LGN-TRA.

           MOVE 9999999999 TO WS-IDF-ENT-CRT.

           EXEC SQL OPEN CUR-TRA END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM 0500-LGN-TRA-DEB
              THRU 0500-LGN-TRA-FIN
               UNTIL WS-ETT-LCT-FIN.

           EXEC SQL CLOSE CUR-TRA END-EXEC.

           MOVE " " TO FD-LGN-TRA.
           WRITE FD-LGN-TRA.

           MOVE WS-NBR-AFR TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-TRA.
           STRING "Taches a faire : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO FD-LGN-TRA
           END-STRING.
           WRITE FD-LGN-TRA.

           CLOSE FIC-TRA.

       0400-EDT-TRA-FIN.

      *-----------------------------------------------------------------
      * Ligne d'une tâche, avec entête à chaque dépôt.
       0500-LGN-TRA-DEB.

           EXEC SQL
               FETCH CUR-TRA
               INTO :PG-IDF-TRA, :PG-IDF-ENT, :PG-COD-EMR,
                    :PG-EMP-PIE, :PG-IDF-PIE, :PG-NOM-PIE,
                    :PG-QTE-TRA, :PG-DAT-CRE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-LCT-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-IDF-ENT NOT = WS-IDF-ENT-CRT
               MOVE PG-IDF-ENT TO WS-IDF-ENT-CRT
               MOVE PG-IDF-ENT TO WS-ENT-EDT

               MOVE " " TO FD-LGN-TRA
               WRITE FD-LGN-TRA

               MOVE SPACES TO FD-LGN-TRA
               STRING "Depot : " DELIMITED BY SIZE
                      WS-ENT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-TRA
               END-STRING
               WRITE FD-LGN-TRA

               MOVE
      -        "     Tache Reserve    -> Prelev.         Piece Nom
      -        "                           Quantite Creee le"
                   TO FD-LGN-TRA
               WRITE FD-LGN-TRA
           END-IF.

           MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT.
           MOVE PG-QTE-TRA TO WS-QTE-EDT.

           MOVE SPACES TO FD-LGN-TRA.
           MOVE PG-IDF-TRA TO WS-IDF-EDT.
           STRING WS-IDF-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-COD-EMR DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  PG-EMP-PIE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO FD-LGN-TRA
           END-STRING.
           MOVE PG-IDF-PIE TO WS-IDF-EDT.
           MOVE WS-IDF-EDT     TO FD-LGN-TRA(38:10).
           MOVE WS-NOM-PIE-EDT TO FD-LGN-TRA(49:30).
           MOVE WS-QTE-EDT     TO FD-LGN-TRA(80:11).
           MOVE PG-DAT-CRE     TO FD-LGN-TRA(92:10).
           WRITE FD-LGN-TRA.

           ADD 1 TO WS-NBR-AFR.

       0500-LGN-TRA-FIN.
