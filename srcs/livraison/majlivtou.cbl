      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui rattache une vente en fourgon à sa tournée  *
      * (colonne id_tou_vte de livraison) : la sortante du client      *
      * visité, créée par l'écran de vente comptoir ("ecrvcomp") sur   *
      * le dépôt embarqué du fourgon, est comptée comme vendue sur la  *
      * tournée par le rapprochement chargé / vendu / retourné         *
      * ("edtrectou"). Seule une sortante en cours d'une tournée en    *
      * cours peut être rattachée.                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; LIV=LIVRAISON; TOU=TOURNEE; NIV=NIVEAU;       *
      * REQ=REQUIS; ROL=ROLE; IDF=IDENTIFIANT.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majlivtou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-TOU             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la sortante vendue en tournée et la
      * tournée.
       01 LK-IDF-LIV             PIC 9(10).
       01 LK-IDF-TOU             PIC 9(10).
      * Arguments de sortie : OK, FK (pas une sortante en cours ou
      * tournée terminée), RO ou ER.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-IDF-TOU,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-LIV-DEB
                  THRU 0100-MAJ-LIV-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-MAJ-LIV-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.
           MOVE LK-IDF-TOU TO PG-IDF-TOU.

           EXEC SQL
               UPDATE livraison
               SET id_tou_vte = :PG-IDF-TOU
               WHERE id_liv = :PG-IDF-LIV
                 AND id_cli IS NOT NULL
                 AND statut_liv = 0
                 AND EXISTS (SELECT 1 FROM tournee t
                             WHERE t.id_tou = :PG-IDF-TOU
                               AND t.statut_tou = 0)
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE
           END-EVALUATE.

       0100-MAJ-LIV-FIN.
