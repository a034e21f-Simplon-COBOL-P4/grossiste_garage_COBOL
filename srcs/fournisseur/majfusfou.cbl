      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de fusion de deux fiches fournisseur en doublon *
      * (écran "ecrfus", réservé à l'administration) : tout            *
      * l'historique du fournisseur absorbé (livraisons, factures et   *
      * règlements fournisseur, pièces dont il est le fournisseur      *
      * principal, conditions d'achat, consignes, BFA, réclamations,   *
      * retours de carcasses, etc.) est rattaché au fournisseur        *
      * conservé, son solde dû (solde_fou) est ajouté à celui du       *
      * fournisseur conservé, puis il est supprimé logiquement. Les    *
      * lignes dont la clé existe déjà chez le fournisseur conservé    *
      * sont supprimées (conditions d'achat, disponibilités, paliers   *
      * de BFA) ou cumulées (consignes, BFA reçu de la même année). Le *
      * tout en une seule transaction ; chaque table touchée est       *
      * journalisée via "ajulog" avec son nombre de lignes, plus une   *
      * ligne de synthèse. Le mode 0 contrôle seulement la demande et  *
      * rend les deux noms.                                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; FUS=FUSION; FOU=FOURNISSEUR; SRV=CONSERVE     *
      * (SURVIVANT); ABS=ABSORBE; MOD=MODE; CTL=CONTROLE; SAI=SAISIE;  *
      * DBL=DOUBLON; RAT=RATTACHEMENT; SLD=SOLDE; MVT=MOUVEMENT        *
      * (LIGNES DEPLACEES); ENR=ENREGISTRER; TAB=TABLE; LST=LISTE;     *
      * NBE=NOMBRE D'ENTREES; NBR=NOMBRE; DAT=DATE; SYS=SYSTEME;       *
      * SUP=SUPPRESSION; ETT=ETAT; EDT=EDITION; IDF=IDENTIFIANT;       *
      * IDX=INDEX; BFA=BONUS DE FIN D'ANNEE; UTI=UTILISATEUR.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majfusfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de role : la fusion est réservée à l'administration
      * (1=ADMIN), comme la suppression d'un fournisseur ("supfou").
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SRV             PIC 9(10).
       01 PG-IDF-ABS             PIC 9(10).
       01 PG-NOM-FOU             PIC X(50).
       01 PG-SUP-LE              PIC X(10).
       01 PG-DAT-SUP             PIC X(10).
       01 PG-NBR-MVT             PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Date système du jour, pour dater la suppression logique du
      * fournisseur absorbé (même format que "supfou").
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

      * Fournisseur conservé et fournisseur absorbé.
       01 LK-IDF-SRV             PIC 9(10).
       01 LK-IDF-ABS             PIC 9(10).

      * Arguments de sortie : noms des deux fournisseurs, pour
      * confirmation à l'écran.
       01 LK-NOM-SRV             PIC X(50).
       01 LK-NOM-ABS             PIC X(50).

      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).

      * Nombre total de lignes rattachées au fournisseur conservé.
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
                   PERFORM 0200-FUS-FOU-DEB
                      THRU 0200-FUS-FOU-FIN
               ELSE
                   SET LK-MAJ-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle de la demande : role ADMIN, deux identifiants
      * distincts, deux fournisseurs existants et non supprimés (FK-ERR
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
               SELECT nom_fou, COALESCE(supprime_le, '')
               INTO :PG-NOM-FOU, :PG-SUP-LE
               FROM fournisseur
               WHERE id_fou = :PG-IDF-SRV
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SUP-LE NOT = SPACES
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-NOM-FOU TO LK-NOM-SRV.

           EXEC SQL
               SELECT nom_fou, COALESCE(supprime_le, '')
               INTO :PG-NOM-FOU, :PG-SUP-LE
               FROM fournisseur
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SUP-LE NOT = SPACES
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE PG-NOM-FOU TO LK-NOM-ABS.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Fusion, en une seule transaction : doublons de clé, rattachement
      * de tout l'historique, reprise du solde, suppression logique du
      * fournisseur absorbé. Le log détaillé n'est écrit qu'après le
      * COMMIT.
       0200-FUS-FOU-DEB.

           MOVE 0 TO WS-NBE-MVT.
           INITIALIZE WS-LST-MVT.
           SET WS-MVT-OK TO TRUE.

           PERFORM 0300-DBL-FOU-DEB
              THRU 0300-DBL-FOU-FIN.

           IF WS-MVT-OK
               PERFORM 0400-RAT-FOU-DEB
                  THRU 0400-RAT-FOU-FIN
           END-IF.

           IF WS-MVT-OK
               PERFORM 0500-SLD-FOU-DEB
                  THRU 0500-SLD-FOU-FIN
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
                      "] Fusion fournisseur " DELIMITED BY SIZE
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
                  "] Fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ABS-EDT) DELIMITED BY SIZE
                  " absorbe : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " ligne(s), solde repris, absorbe supprime"
                      DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.
           PERFORM 0900-AJU-LOG-DEB
              THRU 0900-AJU-LOG-FIN.

       0200-FUS-FOU-FIN.

      *-----------------------------------------------------------------
      * Lignes du fournisseur absorbé dont la clé existe déjà chez le
      * fournisseur conservé. Conditions d'achat (piece_fournisseur),
      * disponibilités (dispo_fournisseur) et paliers de BFA
      * (bfa_fournisseur) : celles du fournisseur conservé l'emportent,
      * celles de l'absorbé sont supprimées. Consignes (consigne_fou) et
      * BFA reçu de la même année (bfa_suivi) : les quantités et
      * montants sont cumulés sur la ligne conservée.
       0300-DBL-FOU-DEB.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM piece_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM piece_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           EXEC SQL
               DELETE FROM piece_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM piece_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           MOVE "piece_fournisseur (doublon)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM dispo_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM dispo_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           EXEC SQL
               DELETE FROM dispo_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM dispo_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           MOVE "dispo_fournisseur (doublon)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM bfa_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM bfa_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.seuil_bfa = a.seuil_bfa)
           END-EXEC.
           EXEC SQL
               DELETE FROM bfa_fournisseur a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM bfa_fournisseur s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.seuil_bfa = a.seuil_bfa)
           END-EXEC.
           MOVE "bfa_fournisseur (doublon)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_fou a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM consigne_fou s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.id_pie = a.id_pie)
           END-EXEC.
           EXEC SQL
               UPDATE consigne_fou s
               SET qte_csf = s.qte_csf + a.qte_csf
               FROM consigne_fou a
               WHERE s.id_fou = :PG-IDF-SRV
                 AND a.id_fou = :PG-IDF-ABS
                 AND a.id_pie = s.id_pie
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM consigne_fou a
                   WHERE a.id_fou = :PG-IDF-ABS
                     AND EXISTS (SELECT 1 FROM consigne_fou s
                                 WHERE s.id_fou = :PG-IDF-SRV
                                   AND s.id_pie = a.id_pie)
               END-EXEC
           END-IF.
           MOVE "consigne_fou (cumul)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM bfa_suivi a
               WHERE a.id_fou = :PG-IDF-ABS
                 AND EXISTS (SELECT 1 FROM bfa_suivi s
                             WHERE s.id_fou = :PG-IDF-SRV
                               AND s.annee_bfa = a.annee_bfa)
           END-EXEC.
           EXEC SQL
               UPDATE bfa_suivi s
               SET mnt_recu_bfa = s.mnt_recu_bfa + a.mnt_recu_bfa
               FROM bfa_suivi a
               WHERE s.id_fou = :PG-IDF-SRV
                 AND a.id_fou = :PG-IDF-ABS
                 AND a.annee_bfa = s.annee_bfa
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL
                   DELETE FROM bfa_suivi a
                   WHERE a.id_fou = :PG-IDF-ABS
                     AND EXISTS (SELECT 1 FROM bfa_suivi s
                                 WHERE s.id_fou = :PG-IDF-SRV
                                   AND s.annee_bfa = a.annee_bfa)
               END-EXEC
           END-IF.
           MOVE "bfa_suivi (cumul)" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.

       0300-DBL-FOU-FIN.

      *-----------------------------------------------------------------
      * Rattachement au fournisseur conservé de tout l'historique du
      * fournisseur absorbé, table par table, y compris le fournisseur
      * principal des pièces (piece.id_fou).
       0400-RAT-FOU-DEB.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM bfa_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE bfa_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "bfa_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM bfa_suivi WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE bfa_suivi
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "bfa_suivi" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM changement_rib_fou WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE changement_rib_fou
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "changement_rib_fou" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM commande_speciale WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE commande_speciale
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "commande_speciale" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_fou WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE consigne_fou
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "consigne_fou" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM consigne_fou_conso WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE consigne_fou_conso
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "consigne_fou_conso" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM dispo_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE dispo_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "dispo_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM facture_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE facture_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "facture_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM historique_champ WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE historique_champ
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "historique_champ" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM livraison WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE livraison
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "livraison" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM mouvement_emballage WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE mouvement_emballage
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "mouvement_emballage" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM note_fou WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE note_fou
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "note_fou" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM piece WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE piece
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "piece" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM piece_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE piece_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "piece_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM reclamation_garantie WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE reclamation_garantie
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "reclamation_garantie" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM regle_controle WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE regle_controle
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "regle_controle" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM reglement_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE reglement_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "reglement_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM retour_carcasse WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE retour_carcasse
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "retour_carcasse" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM revalorisation_change WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE revalorisation_change
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "revalorisation_change" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-MVT
               FROM virement_fournisseur WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           EXEC SQL
               UPDATE virement_fournisseur
               SET id_fou = :PG-IDF-SRV
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.
           MOVE "virement_fournisseur" TO WS-TAB-MVT.
           PERFORM 0800-ENR-MVT-DEB
              THRU 0800-ENR-MVT-FIN.
           IF WS-MVT-ERR
               EXIT PARAGRAPH
           END-IF.

       0400-RAT-FOU-FIN.

      *-----------------------------------------------------------------
      * Reprise du solde : le solde dû (solde_fou) est tenu au fil des
      * factures et règlements fournisseur, celui du fournisseur
      * conservé reçoit donc celui de l'absorbé, qui est remis à zéro
      * et supprimé logiquement (supprime_le daté du jour).
       0500-SLD-FOU-DEB.

           MOVE FUNCTION CURRENT-DATE TO WS-DAT-SYS.
           STRING WS-DAT-SYS(1:4) DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-DAT-SYS(5:2) DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-DAT-SYS(7:2) DELIMITED BY SIZE
               INTO PG-DAT-SUP
           END-STRING.

           EXEC SQL
               UPDATE fournisseur
               SET solde_fou = COALESCE(solde_fou, 0)
                   + (SELECT COALESCE(a.solde_fou, 0)
                      FROM fournisseur a
                      WHERE a.id_fou = :PG-IDF-ABS)
               WHERE id_fou = :PG-IDF-SRV
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-MVT-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE fournisseur
               SET solde_fou = 0,
                   supprime_le = :PG-DAT-SUP
               WHERE id_fou = :PG-IDF-ABS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-MVT-ERR TO TRUE
           END-IF.

       0500-SLD-FOU-FIN.

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
