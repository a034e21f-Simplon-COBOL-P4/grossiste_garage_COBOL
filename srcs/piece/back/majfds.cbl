      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie de la fiche de données de sécurité    *
      * (FDS) d'une pièce dangereuse ou chimique (liquide de frein,    *
      * liquide de refroidissement, nettoyants...) : version, date de  *
      * la fiche et fichier de la fiche, portés sur la pièce (colonnes *
      * fds_ver_pie, fds_date_pie, fds_fic_pie de piece). Une version  *
      * à blanc retire la pièce du suivi FDS. Une nouvelle version     *
      * fait repartir la fiche vers chaque client à sa prochaine       *
      * livraison ("envfds", appelé à la clôture des sortantes par     *
      * "majliv") ; le registre des remises s'édite par "edtfds".      *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; FDS=FICHE DE DONNEES DE SECURITE; PIE=PIECE;  *
      * VER=VERSION; DAT=DATE; FIC=FICHIER; IDF=IDENTIFIANT;           *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majfds.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-VER-FDS             PIC X(10).
       01 PG-DAT-FDS             PIC X(10).
       01 PG-FIC-FDS             PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la saisie.
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "fds".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, la version de sa fiche de
      * données de sécurité, sa date (AAAA-MM-JJ) et le fichier de la
      * fiche (version à blanc = pièce sans FDS).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-VER-FDS             PIC X(10).
       01 LK-DAT-FDS             PIC X(10).
       01 LK-FIC-FDS             PIC X(40).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-VER-FDS,
                                LK-DAT-FDS,
                                LK-FIC-FDS,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-FDS-DEB
                  THRU 0100-MAJ-FDS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Porte la fiche sur la pièce et journalise. Une version exige
      * sa date et son fichier.
       0100-MAJ-FDS-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-VER-FDS TO PG-VER-FDS.
           MOVE LK-DAT-FDS TO PG-DAT-FDS.
           MOVE LK-FIC-FDS TO PG-FIC-FDS.

           IF LK-VER-FDS NOT = SPACES
                   AND (LK-DAT-FDS = SPACES OR LK-FIC-FDS = SPACES)
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-VER-FDS = SPACES
               EXEC SQL
                   UPDATE piece
                   SET fds_ver_pie = NULL,
                       fds_date_pie = NULL,
                       fds_fic_pie = NULL
                   WHERE id_pie = :PG-IDF-PIE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE piece
                   SET fds_ver_pie = TRIM(:PG-VER-FDS),
                       fds_date_pie = CAST(:PG-DAT-FDS AS DATE),
                       fds_fic_pie = TRIM(:PG-FIC-FDS)
                   WHERE id_pie = :PG-IDF-PIE
               END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE

                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   STRING "fiche de donnees de securite version "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(LK-VER-FDS)
                          DELIMITED BY SIZE
                          " posee sur la piece "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PIE-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-FDS-FIN.
