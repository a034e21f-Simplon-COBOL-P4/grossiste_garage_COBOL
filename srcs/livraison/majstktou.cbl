      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de chargement et de retour du stock embarqué    *
      * d'une tournée de vente en fourgon. Le fourgon                  *
      * (vehicule_interne) est un emplacement de stock mobile : son    *
      * dépôt embarqué (id_entrepot_vhi, posé par "majentvhi"). Le     *
      * matin, les pièces partent du dépôt principal de la pièce vers  *
      * le dépôt embarqué (sens C) ; le soir, les invendus reviennent  *
      * (sens R). Chaque mouvement est un transfert inter-dépôts,      *
      * comme dans "majliv" : ajout au dépôt destination puis retrait  *
      * du dépôt source par "majpie" (stock_depot et mouvement_stock   *
      * tenus, stock total inchangé), refusé si le dépôt source n'a    *
      * pas la quantité. Le fourgon et son chauffeur (id_uti_chf) sont *
      * posés sur la tournée, les quantités chargées et retournées     *
      * cumulées par pièce dans la table stock_tournee (id_tou,        *
      * id_pie, qt_chg_stt, qt_ret_stt). Les ventes de la tournée sont *
      * des sortantes du client visité sorties du dépôt embarqué       *
      * ("ecrvcomp", livraison.id_tou_vte) ; le rapprochement chargé / *
      * vendu / retourné est édité par "edtrectou". Journalisé via     *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; STK=STOCK; TOU=TOURNEE; STA=STATUT;           *
      * VHI=VEHICULE INTERNE; CHF=CHAUFFEUR; ENT=ENTREPOT (DEPOT);     *
      * PIE=PIECE; QTE=QUANTITE; SNS=SENS; CHG=CHARGEMENT OU           *
      * CHANGEMENT; RET=RETOUR; SRC=SOURCE; DST=DESTINATION;           *
      * DEP=DEPOT; TYP=TYPE; AJT=AJOUT; RTI=RETRAIT; CLI=CLIENT;       *
      * MVT=MOUVEMENT; STT=STOCK DE TOURNEE; LIR=LIRE; NIV=NIVEAU;     *
      * REQ=REQUIS; ROL=ROLE; MSG=MESSAGE; EDT=EDITE; IDF=IDENTIFIANT; *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majstktou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-TOU             PIC 9(10).
       01 PG-STA-TOU             PIC 9(01).
       01 PG-IDF-VHI             PIC 9(10).
       01 PG-IDF-CHF             PIC 9(10).
       01 PG-ENT-VHI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE                 PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Depot du mouvement transmis a "majpie" avant chaque appel
      * (0 = depot principal de la piece).
       01 G-IDF-ENT              PIC 9(10) EXTERNAL.

      * Depots source et destination du mouvement (depot principal
      * de la piece et depot embarque du fourgon, dans un sens ou
      * dans l'autre) et stock du depot source ("lirstkdep").
       01 WS-ENT-SRC             PIC 9(10).
       01 WS-ENT-DST             PIC 9(10).
       01 WS-ENT-PIE             PIC 9(10).
       01 WS-QTE-DEP             PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.

       01 WS-TYP-CHG             PIC 9(01).
           88 WS-CHG-AJT                     VALUE 0.
           88 WS-CHG-RTI                     VALUE 1.
       01 WS-IDF-CLI             PIC 9(10) VALUE 0.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PIE==.

      * Message et type de log du mouvement.
       01 WS-IDF-TOU-EDT         PIC Z(10).
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(06)9.999.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "tournee".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la tournée, le fourgon (0 = celui déjà
      * posé sur la tournée) et son chauffeur (identifiant
      * utilisateur, 0 = inchangé), la pièce, la quantité (en unité
      * de vente) et le sens : C = chargement du matin, R = retour
      * des invendus le soir.
       01 LK-IDF-TOU             PIC 9(10).
       01 LK-IDF-VHI             PIC 9(10).
       01 LK-IDF-CHF             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE                 PIC 9(07)V9(03).
       01 LK-SNS                 PIC X(01).
           88 LK-SNS-CHG                     VALUE "C".
           88 LK-SNS-RET                     VALUE "R".
      * Identifiant de l'utilisateur connecté.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (tournée inconnue ou déjà
      * terminée pour un chargement, fourgon inconnu ou sans dépôt
      * embarqué), SK (le dépôt source n'a pas la quantité), RO ou
      * ER.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-TOU,
                                LK-IDF-VHI,
                                LK-IDF-CHF,
                                LK-IDF-PIE,
                                LK-QTE,
                                LK-SNS,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-QTE = 0 OR LK-IDF-PIE = 0
                   OR NOT (LK-SNS-CHG OR LK-SNS-RET)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-TOU-DEB
              THRU 0100-LIR-TOU-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MVT-STK-DEB
                  THRU 0200-MVT-STK-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               PERFORM 0300-MAJ-STT-DEB
                  THRU 0300-MAJ-STT-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Tournée et fourgon : le chargement exige une tournée encore
      * en cours, le retour est admis aussi après sa clôture. Le
      * fourgon et le chauffeur sont posés sur la tournée au premier
      * chargement ; le fourgon doit avoir son dépôt embarqué
      * ("majentvhi").
       0100-LIR-TOU-DEB.

           MOVE LK-IDF-TOU TO PG-IDF-TOU.
           MOVE LK-IDF-CHF TO PG-IDF-CHF.

           EXEC SQL
               SELECT statut_tou, COALESCE(id_vhi, 0)
               INTO :PG-STA-TOU, :PG-IDF-VHI
               FROM tournee
               WHERE id_tou = :PG-IDF-TOU
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-SNS-CHG AND PG-STA-TOU NOT = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-IDF-VHI NOT = 0
               MOVE LK-IDF-VHI TO PG-IDF-VHI
           END-IF.

           EXEC SQL
               SELECT COALESCE(id_entrepot_vhi, 0)
               INTO :PG-ENT-VHI
               FROM vehicule_interne
               WHERE id_vhi = :PG-IDF-VHI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-ENT-VHI = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE tournee
               SET id_vhi = :PG-IDF-VHI,
                   id_uti_chf = COALESCE(NULLIF(:PG-IDF-CHF, 0),
                                         id_uti_chf)
               WHERE id_tou = :PG-IDF-TOU
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           SET LK-MAJ-RET-OK TO TRUE.

       0100-LIR-TOU-FIN.

      *-----------------------------------------------------------------
      * Mouvement entre le dépôt principal de la pièce et le dépôt
      * embarqué, comme un transfert inter-dépôts de "majliv" : ajout
      * au dépôt destination puis retrait du dépôt source, qui doit
      * avoir la quantité (pas de backorder). Le stock total de la
      * pièce ne change pas.
       0200-MVT-STK-DEB.

           MOVE 0 TO WS-ENT-PIE.

           CALL "lirstkdep"
               USING
               LK-IDF-PIE
               WS-ENT-PIE
               WS-QTE-DEP
               WS-DEP-LIR-RET
           END-CALL.

           IF NOT WS-DEP-LIR-RET-OK
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-SNS-CHG
               MOVE WS-ENT-PIE TO WS-ENT-SRC
               MOVE PG-ENT-VHI TO WS-ENT-DST
           ELSE
               MOVE PG-ENT-VHI TO WS-ENT-SRC
               MOVE WS-ENT-PIE TO WS-ENT-DST

               CALL "lirstkdep"
                   USING
                   LK-IDF-PIE
                   WS-ENT-SRC
                   WS-QTE-DEP
                   WS-DEP-LIR-RET
               END-CALL

               IF NOT WS-DEP-LIR-RET-OK
                   MOVE 0 TO WS-QTE-DEP
               END-IF
           END-IF.

           IF WS-QTE-DEP < LK-QTE
               SET LK-MAJ-RET-STK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENT-DST TO G-IDF-ENT.
           SET WS-CHG-AJT TO TRUE.

           CALL "majpie"
               USING
               LK-IDF-PIE
               LK-QTE
               WS-TYP-CHG
               LK-IDF-UTI
               WS-IDF-CLI
               WS-PIE-MAJ-RET
           END-CALL.

           IF NOT WS-PIE-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ENT-SRC TO G-IDF-ENT.
           SET WS-CHG-RTI TO TRUE.

           CALL "majpie"
               USING
               LK-IDF-PIE
               LK-QTE
               WS-TYP-CHG
               LK-IDF-UTI
               WS-IDF-CLI
               WS-PIE-MAJ-RET
           END-CALL.

           IF NOT WS-PIE-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MVT-STK-FIN.

      *-----------------------------------------------------------------
      * Cumul du chargement ou du retour de la pièce sur la tournée
      * (table stock_tournee : id_tou, id_pie, qt_chg_stt,
      * qt_ret_stt), lu par le rapprochement "edtrectou".
       0300-MAJ-STT-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-QTE     TO PG-QTE.

           IF LK-SNS-CHG
               EXEC SQL
                   UPDATE stock_tournee
                   SET qt_chg_stt = qt_chg_stt + :PG-QTE
                   WHERE id_tou = :PG-IDF-TOU
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE stock_tournee
                   SET qt_ret_stt = qt_ret_stt + :PG-QTE
                   WHERE id_tou = :PG-IDF-TOU
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           END-IF.

      * Première ligne de la pièce sur la tournée (un retour sans
      * chargement reste possible : ce qui restait dans le fourgon).
           IF SQLCODE = 100
               IF LK-SNS-CHG
                   EXEC SQL
                       INSERT INTO stock_tournee (id_tou, id_pie,
                           qt_chg_stt, qt_ret_stt)
                       VALUES (:PG-IDF-TOU, :PG-IDF-PIE, :PG-QTE, 0)
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO stock_tournee (id_tou, id_pie,
                           qt_chg_stt, qt_ret_stt)
                       VALUES (:PG-IDF-TOU, :PG-IDF-PIE, 0, :PG-QTE)
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE LK-IDF-TOU TO WS-IDF-TOU-EDT.
           MOVE LK-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE LK-QTE     TO WS-QTE-EDT.

           IF LK-SNS-CHG
               STRING "chargement tournee " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-TOU-EDT) DELIMITED BY SIZE
                      " piece " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                      " qte " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "retour tournee " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-TOU-EDT) DELIMITED BY SIZE
                      " piece " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                      " qte " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-MAJ-STT-FIN.
