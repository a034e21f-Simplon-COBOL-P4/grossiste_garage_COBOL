      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie du nom traduit d'une pièce (table     *
      * piece_traduction : id_pie, langue_trd, nom_pie_trd), imprimé à *
      * la place du nom français sur les documents des clients de      *
      * cette langue ("lirtrdpie"). Langues NL, DE, ES, EN, IT (code   *
      * ER sinon) ; pièce inconnue : code FK ; nom à blanc :           *
      * traduction supprimée. Journalisé via "ajulog".                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; TRD=TRADUCTION; PIE=PIECE; IDF=IDENTIFIANT;   *
      * LNG=LANGUE; NOM=NOM; NBR=NOMBRE; UTI=UTILISATEUR; EDT=EDITE.   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majtrdpie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-LNG-TRD             PIC X(02).
       01 PG-NOM-TRD             PIC X(50).
       01 PG-NBR-PIE             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Langues de traduction admises (le nom français reste celui de
      * la fiche pièce).
       01 WS-LNG-TRD             PIC X(02).
           88 WS-LNG-TRD-OK                  VALUE "NL" "DE" "ES"
                                                   "EN" "IT".

      * Message et type de log du réglage.
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "trad_piece".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, la langue et le nom traduit (à
      * blanc : traduction supprimée).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-LNG-TRD             PIC X(02).
       01 LK-NOM-TRD             PIC X(50).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (pièce inconnue), ER (langue
      * invalide ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-LNG-TRD,
                                LK-NOM-TRD,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE FUNCTION UPPER-CASE(LK-LNG-TRD) TO WS-LNG-TRD.

           IF NOT WS-LNG-TRD-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-MAJ-TRD-DEB
              THRU 0100-MAJ-TRD-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Remplace la traduction (pièce, langue) d'un seul COMMIT, puis
      * journalise.
       0100-MAJ-TRD-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE WS-LNG-TRD TO PG-LNG-TRD.
           MOVE LK-NOM-TRD TO PG-NOM-TRD.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-PIE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN PG-NBR-PIE = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               DELETE FROM piece_traduction
               WHERE id_pie = :PG-IDF-PIE
                 AND langue_trd = :PG-LNG-TRD
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NOM-TRD NOT = SPACES
               EXEC SQL
                   INSERT INTO piece_traduction (id_pie, langue_trd,
                       nom_pie_trd)
                   VALUES (:PG-IDF-PIE, :PG-LNG-TRD, :PG-NOM-TRD)
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           STRING "Traduction " DELIMITED BY SIZE
                  PG-LNG-TRD DELIMITED BY SIZE
                  " de la piece " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  PG-NOM-TRD DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0100-MAJ-TRD-FIN.
