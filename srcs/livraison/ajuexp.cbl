      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui regroupe en une seule expédition les        *
      * livraisons sortantes préparées d'un même client pour une même  *
      * adresse de livraison (comptoir, web, commande permanente,      *
      * reliquat... partant le même jour). Table expedition (id_exp,   *
      * id_cli, id_adr_exp, id_trn_exp, id_liv_exp = livraison         *
      * principale qui porte les colis, poids_exp cumulé, nb_col_exp,  *
      * date_exp, id_uti, id_fac_prt_exp = facture qui a porté le      *
      * port) et colonne id_exp_liv de livraison. Les livraisons       *
      * regroupées partent avec un seul transporteur, un seul jeu      *
      * d'étiquettes ("edtetqcol") et une seule liste de colisage      *
      * ("edtlstexp") ; "ajufac" facture le port une seule fois sur le *
      * poids cumulé, le seuil de franco s'appliquant au total de      *
      * l'expédition. Journalisé via "ajulog".                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; EXP=EXPEDITION; LIV=LIVRAISON; CLI=CLIENT;          *
      * ADR=ADRESSE; TRN=TRANSPORTEUR; PDS=POIDS; COL=COLIS;           *
      * GRP=GROUPE; NBR=NOMBRE; LIR=LIRE; NIV=NIVEAU; REQ=REQUIS;      *
      * ROL=ROLE; MSG=MESSAGE; TYP=TYPE; EDT=EDITE; IDF=IDENTIFIANT;   *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuexp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-IDF-ADR              PIC 9(10).
       01 PG-IDF-TRN              PIC 9(10).
       01 PG-NBR-LIV              PIC 9(03).
       01 PG-PDS-EXP              PIC 9(07)V999.
       01 PG-NBR-COL              PIC 9(03).
       01 PG-IDF-EXP              PIC 9(10).
       01 PG-IDF-UTI              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ              PIC 9(01) VALUE 0.
       01 WS-ROL-RET              PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

      * Message et type de log du regroupement.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "expedition".
       01 WS-IDF-EXP-EDT          PIC Z(09)9.
       01 WS-NBR-LIV-EDT          PIC Z(02)9.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : une des livraisons sortantes préparées à
      * regrouper, le nombre de colis de l'expédition (0 = un seul)
      * et l'utilisateur connecté.
       01 LK-IDF-LIV              PIC 9(10).
       01 LK-NBR-COL              PIC 9(03).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : l'expédition créée (0 si rien à
      * regrouper), le nombre de livraisons regroupées et OK, FK (la
      * livraison n'est pas une sortante préparée libre), RO (droits)
      * ou ER.
       01 LK-IDF-EXP              PIC 9(10).
       01 LK-NBR-LIV              PIC 9(03).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-NBR-COL,
                                LK-IDF-UTI,
                                LK-IDF-EXP,
                                LK-NBR-LIV,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-EXP.
           MOVE 0 TO LK-NBR-LIV.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-GRP-DEB
              THRU 0100-LIR-GRP-FIN.

           IF LK-AJU-RET-OK AND PG-NBR-LIV > 1
               PERFORM 0200-AJU-EXP-DEB
                  THRU 0200-AJU-EXP-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La livraison donnée doit être une sortante ouverte, préparée,
      * non retirée sur place et pas encore regroupée. Le groupe est
      * formé de toutes les sortantes dans le même cas pour le même
      * client et la même adresse de livraison (carnet "majadrliv",
      * ou fiche client), sauf celles dont des colis sont déjà remis
      * au transporteur. Poids cumulé : poids_liv s'il est figé,
      * sinon quantités prélevées par poids des pièces.
       0100-LIR-GRP-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.

           EXEC SQL
               SELECT id_cli, COALESCE(id_adr_liv, 0),
                      COALESCE(id_trn_liv, 0)
               INTO :PG-IDF-CLI, :PG-IDF-ADR, :PG-IDF-TRN
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
                 AND id_cli IS NOT NULL
                 AND statut_liv = 0
                 AND supprime_le = ''
                 AND COALESCE(prep_liv, 0) = 1
                 AND COALESCE(retrait_liv, 0) = 0
                 AND id_exp_liv IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                          CASE WHEN COALESCE(l.poids_liv, 0) > 0
                               THEN l.poids_liv
                               ELSE (SELECT COALESCE(SUM(
                                         COALESCE(lp.qt_recue_pie,
                                                  lp.qt_liv_pie)
                                         * COALESCE(p.poids_pie, 0)),
                                         0)
                                     FROM livraison_piece lp
                                         JOIN piece p
                                             ON p.id_pie = lp.id_pie
                                     WHERE lp.id_liv = l.id_liv)
                          END), 0),
                      COALESCE(NULLIF(:PG-IDF-TRN, 0),
                               MAX(COALESCE(l.id_trn_liv, 0)))
               INTO :PG-NBR-LIV, :PG-PDS-EXP, :PG-IDF-TRN
               FROM livraison l
               WHERE l.id_cli = :PG-IDF-CLI
                 AND COALESCE(l.id_adr_liv, 0) = :PG-IDF-ADR
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.prep_liv, 0) = 1
                 AND COALESCE(l.retrait_liv, 0) = 0
                 AND l.id_exp_liv IS NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM colis co
                      WHERE co.id_liv = l.id_liv
                        AND co.date_man_col IS NOT NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-NBR-LIV TO LK-NBR-LIV.
           SET LK-AJU-RET-OK TO TRUE.

       0100-LIR-GRP-FIN.

      *-----------------------------------------------------------------
      * Crée l'expédition (la livraison donnée en est la livraison
      * principale, qui porte ses colis), y rattache les livraisons du
      * groupe avec un transporteur unique, et supprime les colis
      * qu'elles avaient pu recevoir séparément (pas encore remis).
       0200-AJU-EXP-DEB.

           MOVE LK-NBR-COL TO PG-NBR-COL.
           IF PG-NBR-COL = 0
               MOVE 1 TO PG-NBR-COL
           END-IF.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO expedition (id_cli, id_adr_exp, id_trn_exp,
                   id_liv_exp, poids_exp, nb_col_exp, date_exp,
                   id_uti)
               VALUES (:PG-IDF-CLI, NULLIF(:PG-IDF-ADR, 0),
                   NULLIF(:PG-IDF-TRN, 0), :PG-IDF-LIV, :PG-PDS-EXP,
                   :PG-NBR-COL, CURRENT_DATE, :PG-IDF-UTI)
               RETURNING id_exp INTO :PG-IDF-EXP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM colis
               WHERE date_man_col IS NULL
                 AND id_liv IN
                     (SELECT l.id_liv
                      FROM livraison l
                      WHERE l.id_cli = :PG-IDF-CLI
                        AND COALESCE(l.id_adr_liv, 0) = :PG-IDF-ADR
                        AND l.statut_liv = 0
                        AND l.supprime_le = ''
                        AND COALESCE(l.prep_liv, 0) = 1
                        AND COALESCE(l.retrait_liv, 0) = 0
                        AND l.id_exp_liv IS NULL
                        AND NOT EXISTS
                            (SELECT 1 FROM colis cm
                             WHERE cm.id_liv = l.id_liv
                               AND cm.date_man_col IS NOT NULL))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE livraison l
               SET id_exp_liv = :PG-IDF-EXP,
                   id_trn_liv = COALESCE(NULLIF(:PG-IDF-TRN, 0),
                                         l.id_trn_liv)
               WHERE l.id_cli = :PG-IDF-CLI
                 AND COALESCE(l.id_adr_liv, 0) = :PG-IDF-ADR
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.prep_liv, 0) = 1
                 AND COALESCE(l.retrait_liv, 0) = 0
                 AND l.id_exp_liv IS NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM colis co
                      WHERE co.id_liv = l.id_liv
                        AND co.date_man_col IS NOT NULL)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           MOVE PG-IDF-EXP TO LK-IDF-EXP.

           MOVE PG-IDF-EXP TO WS-IDF-EXP-EDT.
           MOVE PG-NBR-LIV TO WS-NBR-LIV-EDT.
           STRING "expedition " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EXP-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-LIV-EDT) DELIMITED BY SIZE
                  " livraisons regroupees" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-AJU-EXP-FIN.
