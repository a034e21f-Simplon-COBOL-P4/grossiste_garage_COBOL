      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de fusion de deux fiches client en doublon      *
      * (écran "ecrfus", réservé à l'administration) : tout            *
      * l'historique du client absorbé (livraisons, factures,          *
      * règlements, acomptes, devis, adresses, remises tarif_cli,      *
      * consignes, commandes, prélèvements, retours, etc.) est         *
      * rattaché au client conservé, son encours (solde_cli) est       *
      * ajouté à celui du client conservé, puis il est supprimé        *
      * logiquement. Les lignes dont la clé existe déjà chez le client *
      * conservé sont supprimées (remise, référence client) ou         *
      * cumulées (consignes, solde de clôture du même jour). Le tout   *
      * en une seule transaction ; chaque table touchée est            *
      * journalisée via "ajulog" avec son nombre de lignes, plus une   *
      * ligne de synthèse. Le mode 0 contrôle seulement la demande et  *
      * rend les deux noms.                                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; FUS=FUSION; CLI=CLIENT; SRV=CONSERVE          *
      * (SURVIVANT); ABS=ABSORBE; MOD=MODE; CTL=CONTROLE; SAI=SAISIE;  *
      * DBL=DOUBLON; RAT=RATTACHEMENT; SLD=SOLDE; MVT=MOUVEMENT        *
      * (LIGNES DEPLACEES); ENR=ENREGISTRER; TAB=TABLE; LST=LISTE;     *
      * NBE=NOMBRE D'ENTREES; NBR=NOMBRE; DAT=DATE; SYS=SYSTEME;       *
      * SUP=SUPPRESSION; ETT=ETAT; EDT=EDITION; IDF=IDENTIFIANT;       *
      * IDX=INDEX; UTI=UTILISATEUR.                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majfuscli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de role : la fusion est réservée à l'administration
      * (1=ADMIN), comme la suppression d'un client.
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SRV             PIC 9(10).
       01 PG-IDF-ABS             PIC 9(10).
       01 PG-NOM-CLI             PIC X(50).
       01 PG-SUP-LE              PIC X(10).
       01 PG-DAT-SUP             PIC X(10).
       01 PG-NBR-MVT             PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Date système du jour, pour dater la suppression logique du
      * client absorbé (même format que "supfou").
       01 WS-DAT-SYS             PIC X(21).

      * Lignes déplacées, par table, pour le log détaillé écrit après
      * le COMMIT.
       01 WS-TAB-MVT             PIC X(30).
       01 WS-NBE-MVT             PIC 9(02) VALUE 0.
       01 WS-LST-MVT.
           05 WS-MVT             OCCURS 40 TIMES.
               10 WS-MVT-TAB     PIC X(30).
               10 WS-MVT-NBR     PIC 9(07).
       01 WS-IDX                 PIC 9(02).

       01 WS-ETT-MVT             PIC 9(01).
           88 WS-MVT-OK                      VALUE 0.
           88 WS-MVT-ERR                     VALUE 1.

       01 WS-IDF-SRV-EDT         PIC Z(10).
       01 WS-IDF-ABS-EDT         PIC Z(10).
       01 WS-NBR-EDT             PIC Z(06)9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "fusion".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Mode : 0 = contrôle seul (rend les deux noms), 1 = fusion.
       01 LK-MOD                 PIC 9(01).
           88 LK-MOD-CTL                     VALUE 0.
           88 LK-MOD-FUS                     VALUE 1.

      * Client conservé et client absorbé.
       01 LK-IDF-SRV             PIC 9(10).
       01 LK-IDF-ABS             PIC 9(10).

      * Arguments de sortie : noms des deux clients, pour
      * confirmation à l'écran.
       01 LK-NOM-SRV             PIC X(50).
       01 LK-NOM-ABS             PIC X(50).

      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).

      * Nombre total de lignes rattachées au client conservé.
       01 LK-NBR-MVT             PIC 9(07).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-MOD,
                                LK-IDF-SRV,
                                LK-IDF-ABS,
                                LK-NOM-SRV,
                                LK-NOM-ABS,
                                LK-IDF-UTI,
                                LK-NBR-MVT,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.
           MOVE SPACES TO LK-NOM-SRV.
           MOVE SPACES TO LK-NOM-ABS.
           MOVE 0 TO LK-NBR-MVT.

           PERFORM 0100-CTL-SAI-DEB
              THRU 0100-CTL-SAI-FIN.

           IF LK-MAJ-RET = SPACES
               IF LK-MOD-FUS
                   PERFORM 0200-FUS-CLI-DEB
                      THRU 0200-FUS-CLI-FIN
               ELSE
                   SET LK-MAJ-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle de la demande : role ADMIN, deux identifiants
      * distincts, deux clients existants et non supprimés (FK-ERR
      * sinon).
       0100-CTL-SAI-DEB.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-IDF-SRV = 0 OR LK-IDF-ABS = 0
                   OR LK-IDF-SRV = LK-IDF-ABS
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-SRV TO PG-IDF-SRV.
           MOVE LK-IDF-ABS TO PG-IDF-ABS.

           EXEC SQL
               SELECT nom_cli, COALESCE(supprime_le, '')
               INTO :PG-NOM-CLI, :PG-SUP-LE
               FROM client
               WHERE id_cli = :PG-IDF-SRV
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SUP-LE NOT = SPACES
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-NOM-CLI TO LK-NOM-SRV.

           EXEC SQL
               SELECT nom_cli, COALESCE(supprime_le, '')
               INTO :PG-NOM-CLI, :PG-SUP-LE
               FROM client
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SUP-LE NOT = SPACES
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-NOM-CLI TO LK-NOM-ABS.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Fusion, en une seule transaction : doublons de clé, rattachement
      * de tout l'historique, reprise du solde, suppression logique du
      * client absorbé. Le log détaillé n'est écrit qu'après le COMMIT.
       0200-FUS-CLI-DEB.

           MOVE 0 TO WS-NBE-MVT.
           INITIALIZE WS-LST-MVT.
           SET WS-MVT-OK TO TRUE.

           PERFORM 0300-DBL-CLI-DEB
              THRU 0300-DBL-CLI-FIN.

           IF WS-MVT-OK
               PERFORM 0400-RAT-CLI-DEB
                  THRU 0400-RAT-CLI-FIN
           END-IF.

           IF WS-MVT-OK
               PERFORM 0500-SLD-CLI-DEB
                  THRU 0500-SLD-CLI-FIN
           END-IF.

           IF WS-MVT-ERR
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO LK-NBR-MVT
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.

           MOVE LK-IDF-SRV TO WS-IDF-SRV-EDT.
           MOVE LK-IDF-ABS TO WS-IDF-ABS-EDT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBE-MVT
               MOVE WS-MVT-NBR(WS-IDX) TO WS-NBR-EDT
               MOVE SPACES TO WS-MSG-LOG
               STRING "[" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-SRV-EDT) DELIMITED BY SIZE
                      "] Fusion client " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-ABS-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-MVT-TAB(WS-IDX) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " ligne(s)" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               PERFORM 0900-AJU-LOG-DEB
                  THRU 0900-AJU-LOG-FIN
           END-PERFORM.

           MOVE LK-NBR-MVT TO WS-NBR-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "[" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-SRV-EDT) DELIMITED BY SIZE
                  "] Client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ABS-EDT) DELIMITED BY SIZE
                  " absorbe : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " ligne(s), solde repris, absorbe supprime"
                      DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.
           PERFORM 0900-AJU-LOG-DEB
              THRU 0900-AJU-LOG-FIN.

       0200-FUS-CLI-FIN.

      *-----------------------------------------------------------------
      * Lignes du client absorbé dont la clé existe déjà chez le client
      * conservé. Remise par catégorie (tarif_cli) et référence client
      * (ref_client_piece) : celle du client conservé l'emporte, celle
      * de l'absorbé est supprimée. Consignes (consigne_cli) et solde
      * de clôture du même jour (cloture_solde) : les quantités et
      * montants sont cumulés sur la ligne conservée.
       0300-DBL-CLI-DEB.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM tarif_cli a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM tarif_cli s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND s.id_cat_pie = a.id_cat_pie)
           END-EXEC.
           EXEC SQL
               DELETE FROM tarif_cli a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM tarif_cli s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND s.id_cat_pie = a.id_cat_pie)
           END-EXEC.
           MOVE "tarif_cli (doublon supprime)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM ref_client_piece a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM ref_client_piece s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND (s.id_pie = a.id_pie
                                    OR s.ref_cli = a.ref_cli))
           END-EXEC.
           EXEC SQL
               DELETE FROM ref_client_piece a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM ref_client_piece s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND (s.id_pie = a.id_pie
                                    OR s.ref_cli = a.ref_cli))
           END-EXEC.
           MOVE "ref_client_piece (doublon)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_cli a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM consigne_cli s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           EXEC SQL
               UPDATE consigne_cli s
               SET qte_csg = s.qte_csg + a.qte_csg
               FROM consigne_cli a
               WHERE s.id_cli = :PG-IDF-SRV
                 AND a.id_cli = :PG-IDF-ABS
                 AND a.id_pie = s.id_pie
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM consigne_cli a
                   WHERE a.id_cli = :PG-IDF-ABS
                     AND EXISTS (SELECT 1 FROM consigne_cli s
                                 WHERE s.id_cli = :PG-IDF-SRV
                                   AND s.id_pie = a.id_pie)
               END-EXEC
           END-IF.
           MOVE "consigne_cli (cumul)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM cloture_solde a
               WHERE a.id_cli = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM cloture_solde s
                             WHERE s.id_cli = :PG-IDF-SRV
                               AND s.date_clo = a.date_clo)
           END-EXEC.
           EXEC SQL
               UPDATE cloture_solde s
               SET solde = s.solde + a.solde
               FROM cloture_solde a
               WHERE s.id_cli = :PG-IDF-SRV
                 AND a.id_cli = :PG-IDF-ABS
                 AND a.date_clo = s.date_clo
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM cloture_solde a
                   WHERE a.id_cli = :PG-IDF-ABS
                     AND EXISTS (SELECT 1 FROM cloture_solde s
                                 WHERE s.id_cli = :PG-IDF-SRV
                                   AND s.date_clo = a.date_clo)
               END-EXEC
           END-IF.
           MOVE "cloture_solde (cumul)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.

       0300-DBL-CLI-FIN.

      *-----------------------------------------------------------------
      * Rattachement au client conservé de tout l'historique du client
      * absorbé, table par table. Les adresses reprises perdent leur
      * marque d'adresse par défaut : celle du client conservé reste
      * l'adresse par défaut.
       0400-RAT-CLI-DEB.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM acompte WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE acompte
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "acompte" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM adresse_cli WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE adresse_cli
               SET id_cli = :PG-IDF-SRV,
                   defaut_adr = 0
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "adresse_cli" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM backorder WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE backorder
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "backorder" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM carcasse_cli WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE carcasse_cli
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "carcasse_cli" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM cloture_solde WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE cloture_solde
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "cloture_solde" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM collecte_dechet WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE collecte_dechet
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "collecte_dechet" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM commande_ouverte WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE commande_ouverte
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "commande_ouverte" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM commande_permanente WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE commande_permanente
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "commande_permanente" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM commande_speciale WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE commande_speciale
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "commande_speciale" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_cli WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE consigne_cli
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "consigne_cli" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_conso WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE consigne_conso
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "consigne_conso" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM devis WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE devis
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "devis" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM facture WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE facture
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "facture" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM facture_electronique WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE facture_electronique
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "facture_electronique" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM historique_champ WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE historique_champ
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "historique_champ" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM livraison WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE livraison
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "livraison" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM mouvement_emballage WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE mouvement_emballage
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "mouvement_emballage" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM prelevement_sepa WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE prelevement_sepa
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "prelevement_sepa" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM pret_outil WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE pret_outil
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "pret_outil" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM ref_client_piece WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE ref_client_piece
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "ref_client_piece" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM reglement WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE reglement
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "reglement" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM retour_client WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE retour_client
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "retour_client" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM tarif_cli WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE tarif_cli
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "tarif_cli" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM vente_perdue WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE vente_perdue
               SET id_cli = :PG-IDF-SRV
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.
           MOVE "vente_perdue" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

       0400-RAT-CLI-FIN.

      *-----------------------------------------------------------------
      * Reprise du solde : l'encours (solde_cli) est tenu au fil des
      * livraisons et règlements, celui du client conservé reçoit donc
      * celui de l'absorbé, qui est remis à zéro et supprimé
      * logiquement (supprime_le daté du jour).
       0500-SLD-CLI-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-DAT-SYS.
           STRING WS-DAT-SYS(1:4) DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-DAT-SYS(5:2) DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-DAT-SYS(7:2) DELIMITED BY SIZE
               INTO PG-DAT-SUP
           END-STRING.

           EXEC SQL
               UPDATE client
               SET solde_cli = COALESCE(solde_cli, 0)
                   + (SELECT COALESCE(a.solde_cli, 0)
                      FROM client a
                      WHERE a.id_cli = :PG-IDF-ABS)
               WHERE id_cli = :PG-IDF-SRV
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-MVT-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE client
               SET solde_cli = 0,
                   supprime_le = :PG-DAT-SUP
               WHERE id_cli = :PG-IDF-ABS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-MVT-ERR TO TRUE
           END-IF.

       0500-SLD-CLI-FIN.

      *-----------------------------------------------------------------
      * Issue de la dernière écriture d'une table : une erreur arrête
      * la fusion (ROLLBACK), sinon le nombre de lignes comptées avant
      * l'écriture est retenu pour le log.
       0800-ENR-MVT-DEB.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-MVT-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-MVT > 0 AND WS-NBE-MVT < 40
               ADD 1 TO WS-NBE-MVT
               MOVE WS-TAB-MVT TO WS-MVT-TAB(WS-NBE-MVT)
               MOVE PG-NBR-MVT TO WS-MVT-NBR(WS-NBE-MVT)
               ADD PG-NBR-MVT TO LK-NBR-MVT
           END-IF.

       0800-ENR-MVT-FIN.

      *-----------------------------------------------------------------
       0900-AJU-LOG-DEB.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0900-AJU-LOG-FIN.
