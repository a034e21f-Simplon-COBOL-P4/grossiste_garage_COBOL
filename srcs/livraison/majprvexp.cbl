      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'enregistrement de la preuve de sortie de l'UE *
      * d'une livraison sortante (colonnes ref_sortie_liv, référence   *
      * de sortie douanière X(20) - MRN du document d'export - et      *
      * date_sortie_liv, date de sortie visée par la douane, de la     *
      * table livraison). La livraison doit être une sortante terminée *
      * (code FK sinon) ; une référence vide, une date invalide ou     *
      * future donne le code ER ; date vide = aujourd'hui. Sans cette  *
      * preuve, l'exonération d'une facture d'export peut être remise  *
      * en cause : "edtprvexp" liste les factures d'export qui         *
      * l'attendent encore. L'ancienne et la nouvelle valeur sont      *
      * écrites dans l'historique des champs ("ajuhch") dans la même   *
      * transaction. Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; PRV=PREUVE; EXP=EXPORT; LIV=LIVRAISON;        *
      * REF=REFERENCE; DAT=DATE; SRT=SORTIE; CLI=CLIENT; CTL=CONTROLE; *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; ANC=ANCIEN; OK=VALIDE;       *
      * HCH=HISTORIQUE DE CHAMP; MSG=MESSAGE; EDT=EDITE.               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majprvexp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-REF-SRT             PIC X(20).
       01 PG-DAT-SRT             PIC X(10).
       01 PG-ANC-REF             PIC X(20).
       01 PG-ANC-DAT             PIC X(10).
      * Date de sortie acceptée (1) : valide et pas dans le futur.
       01 PG-DAT-OK              PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Historique des champs ("ajuhch") de la preuve de sortie.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log du réglage.
       01 WS-IDF-LIV-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "preuve_exp".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la livraison sortante, la référence de
      * sortie douanière et la date de sortie (AAAA-MM-JJ, blanc =
      * aujourd'hui).
       01 LK-IDF-LIV             PIC 9(10).
       01 LK-REF-SRT             PIC X(20).
       01 LK-DAT-SRT             PIC X(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (livraison inconnue ou pas une
      * sortante terminée), ER (référence ou date invalide, erreur
      * SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-REF-SRT,
                                LK-DAT-SRT,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-PRV-DEB
              THRU 0100-CTL-PRV-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-PRV-DEB
                  THRU 0200-MAJ-PRV-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Référence obligatoire ; date de sortie valide, pas dans le
      * futur (aujourd'hui à défaut).
       0100-CTL-PRV-DEB.

           IF LK-REF-SRT = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-REF-SRT TO PG-REF-SRT.

           IF LK-DAT-SRT = SPACES
               EXEC SQL
                   SELECT CAST(CURRENT_DATE AS VARCHAR(10))
                   INTO :PG-DAT-SRT
               END-EXEC
           ELSE
               MOVE LK-DAT-SRT TO PG-DAT-SRT
           END-IF.

           MOVE 0 TO PG-DAT-OK.

           EXEC SQL
               SELECT CASE WHEN CAST(:PG-DAT-SRT AS DATE)
                                <= CURRENT_DATE
                           THEN 1 ELSE 0 END
               INTO :PG-DAT-OK
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DAT-OK = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               SET LK-MAJ-RET-OK TO TRUE
           END-IF.

       0100-CTL-PRV-FIN.

      *-----------------------------------------------------------------
      * Porte la preuve sur la livraison avec son historique de champ,
      * d'un seul COMMIT, puis journalise.
       0200-MAJ-PRV-DEB.

           MOVE LK-IDF-LIV TO PG-IDF-LIV.

           EXEC SQL
               SELECT id_cli,
                      COALESCE(ref_sortie_liv, ' '),
                      COALESCE(CAST(date_sortie_liv AS VARCHAR(10)),
                               ' ')
               INTO :PG-IDF-CLI, :PG-ANC-REF, :PG-ANC-DAT
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
                 AND id_cli IS NOT NULL
                 AND statut_liv = 1
                 AND COALESCE(retour_liv, 0) = 0
               FOR UPDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               UPDATE livraison
               SET ref_sortie_liv  = :PG-REF-SRT,
                   date_sortie_liv = CAST(:PG-DAT-SRT AS DATE)
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI       TO WS-HCH-CLI.
           STRING "livraison " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  INTO WS-HCH-CLE
           END-STRING.
           MOVE "ref_sortie_liv" TO WS-HCH-CHP.
           STRING PG-ANC-REF " " PG-ANC-DAT DELIMITED BY SIZE
                  INTO WS-HCH-ANC
           END-STRING.
           STRING PG-REF-SRT " " PG-DAT-SRT DELIMITED BY SIZE
                  INTO WS-HCH-NOU
           END-STRING.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-MSG-LOG.
           STRING "preuve de sortie de la livraison " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-REF-SRT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-SRT DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-PRV-FIN.
