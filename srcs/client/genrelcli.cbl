      * de date, solde de clôture) et inscrit au registre des          *
      * documents via "ajudoc" pour réimpression depuis le registre    *
      * ("ecrdoc"). Les autres nuits, le programme ne fait rien.       *
      * Chaîne en simulation (G-BAT-SIM) : aucun relevé n'est édité ni *
      * inscrit, les relevés qui partiraient (client, encours,         *
      * fichier) sont listés dans simulation_genrelcli.txt.            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; REL=RELEVE; CLI=CLIENT; MOI=MOIS; MVT=         *
      * MOUVEMENT; FIC=FICHIER; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;    *
      * NBR=NOMBRE; DAT=DATE; ANN=ANNEE; DEB=DEBUT; FIN=FIN;           *
      * IDF=IDENTIFIANT; DOC=DOCUMENT; SIM=SIMULATION; SLD=SOLDE;      *
      * EDT=EDITE.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 04-09-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_genrelcli.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : un relevé par
      * ligne, avec le solde du client et le fichier qui serait édité.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-FIN              PIC X(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NBR-OUV              PIC 9(05).
      * Simulation : nom et encours du client.
       01 PG-NOM-CLI              PIC X(50).
       01 PG-SLD-CLI              PIC S9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Simulation : solde édité de l'aperçu.
       01 WS-SLD-EDT              PIC -(09)9.99.

       COPY utiglb.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.
           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "SIMULATION - RELEVES DE COMPTE DU MOIS "
                      DELIMITED BY SIZE
                      WS-MOI-EDT DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.

           EXEC SQL OPEN CUR-CLI END-EXEC.

           PERFORM 0200-LCT-CLI-DEB

           PERFORM UNTIL WS-ETT-LCT-FIN

               IF G-BAT-SIM-OUI
                   PERFORM 0400-SIM-REL-DEB
                      THRU 0400-SIM-REL-FIN
               ELSE
                   PERFORM 0300-REL-CLI-DEB
                      THRU 0300-REL-CLI-FIN
               END-IF

               PERFORM 0200-LCT-CLI-DEB
                  THRU 0200-LCT-CLI-FIN

           EXEC SQL CLOSE CUR-CLI END-EXEC.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-REL DELIMITED BY SIZE
                      " releve(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "genrelcli : simulation, " WS-NBR-REL
                   " releve(s) a editer"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "genrelcli : " WS-NBR-REL " releve(s) genere(s)".

           MOVE 0 TO RETURN-CODE.
           ADD 1 TO WS-NBR-REL.

       0300-REL-CLI-FIN.

      *-----------------------------------------------------------------
      * Simulation : le relevé qui serait édité pour le client (nom
      * du fichier, encours), sans édition ni inscription au
      * registre.
       0400-SIM-REL-DEB.

           MOVE SPACES TO PG-NOM-CLI.
           MOVE 0 TO PG-SLD-CLI.

           EXEC SQL
               SELECT nom_cli, solde_cli
               INTO :PG-NOM-CLI, :PG-SLD-CLI
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           STRING "releve_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           MOVE PG-SLD-CLI TO WS-SLD-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "Client " DELIMITED BY SIZE
                  WS-IDF-CLI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-CLI(1:30) DELIMITED BY SIZE
                  " encours " DELIMITED BY SIZE
                  WS-SLD-EDT DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FIC) DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

           ADD 1 TO WS-NBR-REL.

       0400-SIM-REL-FIN.
