      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de pose des unités d'une pièce : unité de vente *
      * (unite_vte_pie : U, L, M, KG...), dans laquelle sont tenus     *
      * qt_pie, le stock des dépôts, les lignes de livraison et les    *
      * mouvements, avec trois décimales ; unité de stock/achat        *
      * (unite_stk_pie : FUT, TOU pour touret, BTE pour boîte...) et   *
      * nombre d'unités de vente qu'elle contient (fct_cnv_pie).       *
      * L'huile vendue au litre en fûts de 208 L se pose L / FUT /     *
      * 208, la durite au mètre en tourets de 50 M se pose M / TOU /   *
      * 50, les vis à l'unité en boîtes de 100 se posent U / BTE / 100 *
      * : une seule référence au lieu des fausses références tenues à  *
      * part. Changer l'unité de vente est refusé tant que la pièce a  *
      * du stock ou des lignes de livraison en cours (comptées dans    *
      * l'ancienne unité). Chaque champ changé est historisé via       *
      * "ajuhch" dans la même transaction ; journalisé via "ajulog".   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; UNI=UNITE; PIE=PIECE; VTE=VENTE; STK=STOCK;   *
      * FCT=FACTEUR; CNV=CONVERSION; ANC=ANCIENNE VALEUR;              *
      * QTE=QUANTITE; NBR=NOMBRE; LIG=LIGNE; UTI=UTILISATEUR;          *
      * HCH=HISTORIQUE DE CHAMP; CHP=CHAMP; VAL=VALEUR;                *
      * ENR=ENREGISTREMENT; LEC=LECTURE; CTL=CONTROLE; IDX=INDEX;      *
      * EDT=EDITION; MSG=MESSAGE; TYP=TYPE; IDF=IDENTIFIANT.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majuni.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-UNI-VTE             PIC X(03).
       01 PG-UNI-STK             PIC X(03).
       01 PG-FCT-CNV             PIC 9(05)V9(03).
       01 PG-UNI-VTE-ANC         PIC X(03).
       01 PG-QTE-STK             PIC 9(07)V9(03).
       01 PG-NBR-LIG             PIC 9(05).
      * Valeurs en clair des champs suivis (historique des champs).
       01 PG-VAL-01              PIC X(60).
       01 PG-VAL-02              PIC X(60).
       01 PG-VAL-03              PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "unite_vte_pie".
           05 FILLER            PIC X(30) VALUE "unite_stk_pie".
           05 FILLER            PIC X(30) VALUE "fct_cnv_pie".
       01 WS-TAB-CHP REDEFINES WS-TAB-CHP-VAL.
           05 WS-CHP-NOM        PIC X(30) OCCURS 3 TIMES.
       01 WS-TAB-VAL.
           05 WS-VAL            PIC X(60) OCCURS 3 TIMES.
       01 WS-TAB-ANC.
           05 WS-ANC            PIC X(60) OCCURS 3 TIMES.
       77 WS-NBR-CHP            PIC 9(02) VALUE 3.
       77 WS-IDX-CHP            PIC 9(02).
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log du changement.
       01 WS-IDF-PIE-EDT         PIC Z(09)9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "piece".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, son unité de vente, son unité
      * de stock/achat et le nombre d'unités de vente par unité de
      * stock/achat (1 quand les deux unités sont les mêmes).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-UNI-VTE             PIC X(03).
       01 LK-UNI-STK             PIC X(03).
       01 LK-FCT-CNV             PIC 9(05)V9(03).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : STK-ERR = changement de l'unité de
      * vente refusé tant que la pièce a du stock ou des lignes de
      * livraison en cours (elles sont comptées dans l'ancienne
      * unité).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-UNI-VTE,
                                LK-UNI-STK,
                                LK-FCT-CNV,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-DEB
              THRU 0100-CTL-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-UNI-DEB
                  THRU 0200-MAJ-UNI-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               PERFORM 0300-LOG-DEB
                  THRU 0300-LOG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôles : unités renseignées, facteur positif et égal à 1
      * quand les deux unités sont les mêmes, pièce existante ; le
      * changement de l'unité de vente n'est admis que sur une pièce
      * sans stock ni ligne de livraison en cours.
       0100-CTL-DEB.

           SET LK-MAJ-RET-OK TO TRUE.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-UNI-VTE TO PG-UNI-VTE.
           MOVE LK-UNI-STK TO PG-UNI-STK.
           MOVE LK-FCT-CNV TO PG-FCT-CNV.

           IF LK-IDF-PIE = 0 OR LK-UNI-VTE = SPACES
                   OR LK-UNI-STK = SPACES OR LK-FCT-CNV = 0
                   OR (LK-UNI-STK = LK-UNI-VTE AND LK-FCT-CNV NOT = 1)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(NULLIF(BTRIM(unite_vte_pie), ''), 'U'),
                      COALESCE(qt_pie, 0)
               INTO :PG-UNI-VTE-ANC, :PG-QTE-STK
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
                 AND supprime_le = ''
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF PG-UNI-VTE-ANC = PG-UNI-VTE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO PG-NBR-LIG.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-LIG
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
               WHERE lp.id_pie = :PG-IDF-PIE
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
           END-EXEC.

           IF PG-QTE-STK NOT = 0 OR PG-NBR-LIG > 0
               SET LK-MAJ-RET-STK-ERR TO TRUE
           END-IF.

       0100-CTL-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis (avant et après l'écriture,
      * pour "ajuhch").
       0150-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      COALESCE(unite_vte_pie, ''),
                      COALESCE(unite_stk_pie, ''),
                      COALESCE(CAST(fct_cnv_pie AS VARCHAR), '')
               INTO :PG-VAL-01, :PG-VAL-02, :PG-VAL-03
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-VAL-01 TO WS-VAL(1)
               MOVE PG-VAL-02 TO WS-VAL(2)
               MOVE PG-VAL-03 TO WS-VAL(3)
           ELSE
               SET WS-HCH-AJU-RET-ERR TO TRUE
           END-IF.
       0150-LEC-VAL-FIN.

      *-----------------------------------------------------------------
      * Pose les unités, historise chaque champ changé dans la même
      * transaction, puis valide.
       0200-MAJ-UNI-DEB.

           PERFORM 0150-LEC-VAL-DEB
              THRU 0150-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TAB-VAL TO WS-TAB-ANC.

           EXEC SQL
               UPDATE piece
               SET unite_vte_pie = :PG-UNI-VTE,
                   unite_stk_pie = :PG-UNI-STK,
                   fct_cnv_pie = :PG-FCT-CNV,
                   maj_le = CURRENT_TIMESTAMP
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0250-ENR-HCH-DEB
              THRU 0250-ENR-HCH-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

       0200-MAJ-UNI-FIN.

      *-----------------------------------------------------------------
      * Historique des champs modifiés.
       0250-ENR-HCH-DEB.
           PERFORM 0150-LEC-VAL-DEB
              THRU 0150-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-PIE TO WS-HCH-PIE.

           PERFORM VARYING WS-IDX-CHP FROM 1 BY 1
                   UNTIL WS-IDX-CHP > WS-NBR-CHP
                      OR NOT WS-HCH-AJU-RET-OK
               MOVE WS-CHP-NOM(WS-IDX-CHP) TO WS-HCH-CHP
               MOVE WS-ANC(WS-IDX-CHP)     TO WS-HCH-ANC
               MOVE WS-VAL(WS-IDX-CHP)     TO WS-HCH-NOU

               CALL "ajuhch"
                   USING
                   WS-HCH
                   WS-HCH-AJU-RET
               END-CALL
           END-PERFORM.
       0250-ENR-HCH-FIN.

      *-----------------------------------------------------------------
       0300-LOG-DEB.

           MOVE LK-IDF-PIE TO WS-IDF-PIE-EDT.

           STRING '[' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  '] unites : vente ' DELIMITED BY SIZE
                  PG-VAL-01 DELIMITED BY SPACE
                  ', stock/achat ' DELIMITED BY SIZE
                  PG-VAL-02 DELIMITED BY SPACE
                  ' de ' DELIMITED BY SIZE
                  PG-VAL-03 DELIMITED BY SPACE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-LOG-FIN.
