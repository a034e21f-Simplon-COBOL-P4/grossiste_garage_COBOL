      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme d'édition du registre des remises de fiches de       *
      * données de sécurité (FDS), pour l'inspection du travail : pour *
      * chaque pièce (ou la pièce demandée, 0 = toutes), la fiche en   *
      * vigueur ("majfds") puis chaque remise tracée par "envfds" à la *
      * clôture des sortantes - client, version et date de la fiche    *
      * remise, date de remise, livraison et canal d'envoi (mail ou    *
      * papiers de l'expédition). Fichier registre_fds.txt, ou         *
      * registre_fds_<pièce>.txt pour une seule pièce.                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; FDS=FICHE DE DONNEES DE SECURITE; PIE=PIECE;       *
      * SEL=SELECTION; CLI=CLIENT; VER=VERSION; DAT=DATE; REM=REMISE;  *
      * LIV=LIVRAISON; CNL=CANAL; ENV=ENVOI; CRT=COURANT; FIC=FICHIER; *
      * LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE;     *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtfds.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FDS ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-FDS.
       01  FD-LGN-FDS                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE-SEL          PIC 9(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-VER-PIE              PIC X(10).
       01 PG-DAT-PIE              PIC X(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-VER-FDS              PIC X(10).
       01 PG-DAT-FDS              PIC X(10).
       01 PG-DAT-REM              PIC X(10).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-CNL-ENV              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Remises de fiches, par pièce puis par client et date, avec
      * la version en vigueur de la pièce et le canal d'envoi.
       EXEC SQL
           DECLARE CUR-FDS CURSOR FOR
               SELECT r.id_pie, p.nom_pie,
                      COALESCE(p.fds_ver_pie, ' '),
                      COALESCE(CAST(p.fds_date_pie AS VARCHAR), ' '),
                      r.id_cli, c.nom_cli, r.ver_fds,
                      CAST(r.date_fds AS VARCHAR),
                      CAST(r.date_rem AS VARCHAR), r.id_liv,
                      COALESCE(fe.canal_env, ' ')
               FROM remise_fds r
                   JOIN piece p ON p.id_pie = r.id_pie
                   JOIN client c ON c.id_cli = r.id_cli
                   LEFT JOIN file_envoi fe ON fe.id_doc = r.id_doc
               WHERE :PG-IDF-PIE-SEL = 0
                  OR r.id_pie = :PG-IDF-PIE-SEL
               ORDER BY r.id_pie, r.id_cli, r.date_rem, r.ver_fds
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Rupture sur pièce.
       01 WS-PIE-CRT              PIC 9(10) VALUE 0.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NBR-LGN              PIC 9(05) VALUE 0.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-IDF-CLI-EDT          PIC Z(09)9.
       01 WS-IDF-LIV-EDT          PIC Z(09)9.
       01 WS-NBR-EDT              PIC Z(04)9.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce (0 = toutes les pièces).
       01 LK-IDF-PIE              PIC 9(10).
      * Arguments de sortie : OK, VID (aucune remise), ERR.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-LIR-RET.

           SET LK-LIR-RET-OK TO TRUE.
           MOVE LK-IDF-PIE TO PG-IDF-PIE-SEL.
           MOVE 0 TO WS-PIE-CRT.
           MOVE 0 TO WS-NBR-LGN.
           MOVE SPACES TO WS-NOM-FIC.

           IF LK-IDF-PIE = 0
               MOVE "registre_fds.txt" TO WS-NOM-FIC
           ELSE
               MOVE LK-IDF-PIE TO WS-IDF-PIE-EDT
               STRING "registre_fds_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-NOM-FIC
               END-STRING
           END-IF.

           OPEN OUTPUT FIC-FDS.

           MOVE "REGISTRE DES REMISES DE FICHES DE DONNEES DE SECURITE"
               TO FD-LGN-FDS.
           WRITE FD-LGN-FDS.

           MOVE "(client, version de la fiche, date de remise)"
               TO FD-LGN-FDS.
           WRITE FD-LGN-FDS.

           EXEC SQL OPEN CUR-FDS END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-FDS
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-VER-PIE,
                        :PG-DAT-PIE, :PG-IDF-CLI, :PG-NOM-CLI,
                        :PG-VER-FDS, :PG-DAT-FDS, :PG-DAT-REM,
                        :PG-IDF-LIV, :PG-CNL-ENV
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0100-LGN-FDS-DEB
                      THRU 0100-LGN-FDS-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FDS END-EXEC.

           MOVE " " TO FD-LGN-FDS.
           WRITE FD-LGN-FDS.

           MOVE WS-NBR-LGN TO WS-NBR-EDT.
           STRING "TOTAL REMISES : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  INTO FD-LGN-FDS
           END-STRING.
           WRITE FD-LGN-FDS.

           CLOSE FIC-FDS.

           IF WS-NBR-LGN = 0
               SET LK-LIR-RET-VID TO TRUE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Écrit la ligne d'une remise, avec rupture par pièce (fiche en
      * vigueur rappelée en tête).
       0100-LGN-FDS-DEB.

           IF PG-IDF-PIE NOT = WS-PIE-CRT
               MOVE " " TO FD-LGN-FDS
               WRITE FD-LGN-FDS

               MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
               STRING "PIECE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(PG-NOM-PIE) DELIMITED BY SIZE
                      " - FDS en vigueur version " DELIMITED BY SIZE
                      FUNCTION TRIM(PG-VER-PIE) DELIMITED BY SIZE
                      " du " DELIMITED BY SIZE
                      PG-DAT-PIE DELIMITED BY SIZE
                      INTO FD-LGN-FDS
               END-STRING
               WRITE FD-LGN-FDS

               MOVE PG-IDF-PIE TO WS-PIE-CRT
           END-IF.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT.

           STRING "  client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI(1:30) DELIMITED BY SIZE
                  " version " DELIMITED BY SIZE
                  PG-VER-FDS DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-FDS DELIMITED BY SIZE
                  " remise le " DELIMITED BY SIZE
                  PG-DAT-REM DELIMITED BY SIZE
                  " liv. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-CNL-ENV) DELIMITED BY SIZE
                  INTO FD-LGN-FDS
           END-STRING.
           WRITE FD-LGN-FDS.

           ADD 1 TO WS-NBR-LGN.

       0100-LGN-FDS-FIN.
