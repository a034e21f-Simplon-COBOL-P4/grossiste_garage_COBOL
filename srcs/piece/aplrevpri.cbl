      * (revision_prix, statut 1) : le prix catalogue de la pièce      *
      * (prix_pie) est remplacé par le prix proposé, la ligne passe    *
      * "appliquée" (2), et chaque changement est journalisé           *
      * ancien/nouveau via "ajulog", comme une modification manuelle à *
      * l'écran. Les lignes à date d'effet future attendent leur nuit. *
      * Chaîne en simulation (G-BAT-SIM) : rien n'est écrit, les       *
      * changements de prix qui seraient appliqués (ancien -> nouveau) *
      * sont listés dans simulation_aplrevpri.txt.                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * APL=APPLICATION; REV=REVISION; PRI=PRIX; PIE=PIECE;            *
      * ACT=ACTUEL; NOU=NOUVEAU; DAT=DATE; EFF=EFFET; CUR=CURSEUR;     *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT;            *
      * SIM=SIMULATION; EDT=EDITE.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. siboryg.
       DATE-WRITTEN. 17-09-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_aplrevpri.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : une ligne par prix
      * qui serait changé, ancien et nouveau.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Simulation : numéro de la révision dans l'aperçu.
       01 WS-IDF-REV-EDT         PIC Z(10).

       COPY utiglb.

       PROCEDURE DIVISION.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE "SIMULATION - REVISIONS DE PRIX A APPLIQUER"
                   TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.

           EXEC SQL OPEN CUR-APL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.
                        :PG-PRI-NOU
               END-EXEC

               IF SQLCODE = 0 AND G-BAT-SIM-OUI
                   PERFORM 0200-SIM-REV-DEB
                      THRU 0200-SIM-REV-FIN
               END-IF

               IF SQLCODE = 0 AND NOT G-BAT-SIM-OUI
                   PERFORM 0100-APL-REV-DEB
                      THRU 0100-APL-REV-FIN
               END-IF

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-APL END-EXEC.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-APL DELIMITED BY SIZE
                      " prix change(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "aplrevpri : simulation, " WS-NBR-APL
                   " prix a appliquer"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "aplrevpri : " WS-NBR-APL " prix applique(s)".

           MOVE 0 TO RETURN-CODE.
           END-IF.

       0100-APL-REV-FIN.

      *-----------------------------------------------------------------
      * Simulation : le changement de prix qui serait appliqué, sans
      * rien écrire en base.
       0200-SIM-REV-DEB.

           ADD 1 TO WS-NBR-APL.

           MOVE PG-IDF-REV TO WS-IDF-REV-EDT.
           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-PRI-ACT TO WS-PRI-EDT.
           MOVE PG-PRI-NOU TO WS-PRI-EDT2.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "Revision " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-REV-EDT) DELIMITED BY SIZE
                  " - piece " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRI-EDT) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRI-EDT2) DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0200-SIM-REV-FIN.
