      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui pose, remplace ou retire (quantité 0) une   *
      * pièce et sa quantité sur une demande de prix en préparation    *
      * (table demande_prix_piece : id_dpx, id_pie, qte_dpp). Une      *
      * demande déjà envoyée aux fournisseurs ("edtdpx") ou attribuée  *
      * n'est plus modifiable. Même ossature que "majpiefou".          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DPX=DEMANDE DE PRIX; PIE=PIECE; QTE=QUANTITE;       *
      * DPP=DEMANDE DE PRIX PIECE; STA=STATUT; NBR=NOMBRE;             *
      * CTL=CONTROLE; MAJ=MISE A JOUR; ROL=ROLE; NIV=NIVEAU;           *
      * REQ=REQUIS; RET=RETOUR; IDF=IDENTIFIANT.                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajudpxpie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-DPP             PIC 9(07)V9(03).
       01 PG-STA-DPX             PIC 9(01).
       01 PG-NBR-PIE             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la demande de prix, la pièce et la
      * quantité demandée (0 = retirer la pièce de la demande).
       01 LK-IDF-DPX             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE-DPP             PIC 9(07)V9(03).
      * Arguments de sortie.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-IDF-PIE,
                                LK-QTE-DPP,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-DPX-DEB
                  THRU 0100-CTL-DPX-FIN

               IF LK-AJU-RET-OK
                   PERFORM 0200-MAJ-PIE-DEB
                      THRU 0200-MAJ-PIE-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Les pièces ne se modifient que tant que la demande n'est pas
      * partie chez les fournisseurs (statut 0), et la pièce doit
      * exister.
       0100-CTL-DPX-DEB.

           MOVE LK-IDF-DPX TO PG-IDF-DPX.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-QTE-DPP TO PG-QTE-DPP.

           EXEC SQL
               SELECT statut_dpx
               INTO :PG-STA-DPX
               FROM demande_prix
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-DPX NOT = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-PIE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-PIE = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
           ELSE
               SET LK-AJU-RET-OK TO TRUE
           END-IF.

       0100-CTL-DPX-FIN.

      *-----------------------------------------------------------------
      * Pose ou remplace la quantité demandée (mise à jour si la
      * pièce est déjà sur la demande, insertion sinon) ; une quantité
      * à 0 retire la pièce.
       0200-MAJ-PIE-DEB.

           IF LK-QTE-DPP = 0
               EXEC SQL
                   DELETE FROM demande_prix_piece
                   WHERE id_dpx = :PG-IDF-DPX
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE demande_prix_piece
                   SET qte_dpp = :PG-QTE-DPP
                   WHERE id_dpx = :PG-IDF-DPX
                     AND id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO demande_prix_piece
                           (id_dpx, id_pie, qte_dpp)
                       VALUES
                           (:PG-IDF-DPX, :PG-IDF-PIE, :PG-QTE-DPP)
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
               SET LK-AJU-RET-OK TO TRUE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-PIE-FIN.
