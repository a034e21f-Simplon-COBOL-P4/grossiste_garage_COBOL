      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de pose du cycle de vie d'une pièce : statut    *
      * (colonne statut_cyc_pie de piece : 0 = actif, 1 = fin de série *
      * - stock à écouler, 2 = arrêté par le fabricant), date d'effet  *
      * (date_cyc_pie ; le statut ne compte qu'à partir de cette date) *
      * et référence de remplacement (id_pie_rmp, facultative). Une    *
      * pièce arrêtée n'est plus réapprovisionnée ("genreapp",         *
      * "edtreacsf"), ni transmise en commande EDI ("edtedifou"), ni   *
      * publiée sur la boutique ("expcatpie") ; une fin de série est   *
      * signalée au comptoir ("ecrvcomp"). Chaque champ changé est     *
      * historisé via "ajuhch" dans la même transaction (c'est ce que  *
      * relit le rapport mensuel "edtcycpie"), avec le fournisseur en  *
      * précision quand le changement vient d'un avis importé          *
      * ("impcycfou"). Journalisé via "ajulog".                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CYC=CYCLE DE VIE; PIE=PIECE; STA=STATUT;      *
      * DAT=DATE D'EFFET; RMP=REMPLACANTE; FOU=FOURNISSEUR;            *
      * UTI=UTILISATEUR; HCH=HISTORIQUE DE CHAMP; CHP=CHAMP;           *
      * ANC=ANCIENNE VALEUR; VAL=VALEUR; CLE=PRECISION;                *
      * ENR=ENREGISTREMENT; LEC=LECTURE; CTL=CONTROLE; NBR=NOMBRE;     *
      * IDX=INDEX; EDT=EDITION; MSG=MESSAGE; TYP=TYPE;                 *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majcyc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-STA-CYC             PIC 9(01).
       01 PG-DAT-CYC             PIC X(10).
       01 PG-IDF-RMP             PIC 9(10).
       01 PG-NBR                 PIC 9(05).
      * Valeurs en clair des champs suivis (historique des champs).
       01 PG-VAL-01              PIC X(60).
       01 PG-VAL-02              PIC X(60).
       01 PG-VAL-03              PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "statut_cyc_pie".
           05 FILLER            PIC X(30) VALUE "date_cyc_pie".
           05 FILLER            PIC X(30) VALUE "id_pie_rmp".
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

      * Précision portée par l'historique quand le changement vient
      * d'un avis de fournisseur importé ("impcycfou").
       01 WS-IDF-FOU-EDT         PIC Z(09)9.
       01 WS-CLE-HCH             PIC X(30).

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
      * Arguments d'entrée : la pièce, son statut de cycle de vie
      * (0 = actif, 1 = fin de série, 2 = arrêté), la date d'effet
      * (AAAA-MM-JJ, espaces = aujourd'hui) et la référence de
      * remplacement (0 = aucune).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-STA-CYC             PIC 9(01).
       01 LK-DAT-CYC             PIC X(10).
       01 LK-IDF-RMP             PIC 9(10).
      * Fournisseur auteur de l'avis (0 = saisie à l'écran).
       01 LK-IDF-FOU             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-STA-CYC,
                                LK-DAT-CYC,
                                LK-IDF-RMP,
                                LK-IDF-FOU,
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
               PERFORM 0200-MAJ-CYC-DEB
                  THRU 0200-MAJ-CYC-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               PERFORM 0300-LOG-DEB
                  THRU 0300-LOG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôles : statut connu, pièce et remplaçante existantes, une
      * pièce ne se remplace pas elle-même.
       0100-CTL-DEB.

           SET LK-MAJ-RET-OK TO TRUE.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-STA-CYC TO PG-STA-CYC.
           MOVE LK-DAT-CYC TO PG-DAT-CYC.
           MOVE LK-IDF-RMP TO PG-IDF-RMP.

           IF LK-IDF-PIE = 0 OR LK-STA-CYC > 2
                   OR LK-IDF-RMP = LK-IDF-PIE
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM piece
               WHERE id_pie IN (:PG-IDF-PIE, :PG-IDF-RMP)
                 AND supprime_le = ''
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN LK-IDF-RMP = 0 AND PG-NBR < 1
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN LK-IDF-RMP NOT = 0 AND PG-NBR < 2
                   SET LK-MAJ-RET-FK-ERR TO TRUE
           END-EVALUATE.

       0100-CTL-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis (avant et après l'écriture,
      * pour "ajuhch").
       0150-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      CAST(COALESCE(statut_cyc_pie, 0) AS VARCHAR),
                      COALESCE(CAST(date_cyc_pie AS VARCHAR), ''),
                      COALESCE(CAST(id_pie_rmp AS VARCHAR), '')
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
      * Pose le cycle de vie, historise chaque champ changé dans la
      * même transaction, puis valide.
       0200-MAJ-CYC-DEB.

           PERFORM 0150-LEC-VAL-DEB
              THRU 0150-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TAB-VAL TO WS-TAB-ANC.

           EXEC SQL
               UPDATE piece
               SET statut_cyc_pie = :PG-STA-CYC,
                   date_cyc_pie = COALESCE(
                       CAST(NULLIF(BTRIM(:PG-DAT-CYC), '') AS DATE),
                       CURRENT_DATE),
                   id_pie_rmp = NULLIF(:PG-IDF-RMP, 0),
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

       0200-MAJ-CYC-FIN.

      *-----------------------------------------------------------------
      * Historique des champs modifiés ; un changement venu d'un avis
      * fournisseur porte le fournisseur en précision.
       0250-ENR-HCH-DEB.
           PERFORM 0150-LEC-VAL-DEB
              THRU 0150-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CLE-HCH.
           IF LK-IDF-FOU NOT = 0
               MOVE LK-IDF-FOU TO WS-IDF-FOU-EDT
               STRING "avis fournisseur " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                      INTO WS-CLE-HCH
               END-STRING
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-PIE TO WS-HCH-PIE.
           MOVE LK-IDF-FOU TO WS-HCH-FOU.
           MOVE WS-CLE-HCH TO WS-HCH-CLE.

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
                  '] cycle de vie ' DELIMITED BY SIZE
                  PG-VAL-01 DELIMITED BY SPACE
                  ' au ' DELIMITED BY SIZE
                  PG-VAL-02 DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CLE-HCH DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-LOG-FIN.
