      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui génère les *
      * livraisons des commandes permanentes arrivées à échéance :     *
      * pour chaque commande active (commande_permanente) dont la      *
      * prochaine date d'exécution est atteinte, une livraison         *
      * sortante "en cours" est créée via "ajuliv" et ses lignes       *
      * règles de backorder habituelles, exactement comme "impcmdweb"  *
      * pour les commandes web - puis la prochaine date avance d'une   *
      * ou plusieurs fréquences jusqu'à dépasser la date du jour       *
      * (rattrapage après une nuit sautée sans générer en double). Une *
      * ligne refusée (pièce disparue du catalogue...) est comptée et  *
      * signalée, les autres lignes partent quand même. Chaîne en      *
      * simulation (G-BAT-SIM) : rien n'est écrit, les livraisons qui  *
      * seraient générées, leurs lignes et la prochaine échéance sont  *
      * listées dans simulation_gencmdper.txt.                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; CMD=COMMANDE; PER=PERMANENTE; LIV=LIVRAISON;   *
      * LGN=LIGNE; CLI=CLIENT; PIE=PIECE; QTE=QUANTITE; FRQ=FREQUENCE; *
      * DAT=DATE; PRC=PROCHAINE; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT;   *
      * NBR=NOMBRE; REJ=REJET; IDF=IDENTIFIANT; JOU=JOUR;              *
      * SIM=SIMULATION; EDT=EDITE; NOM=NOM.                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. lucas.
       DATE-WRITTEN. 11-09-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_gencmdper.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : chaque commande
      * qui serait générée, ses lignes et sa prochaine échéance.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CMD             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-PIE             PIC 9(07)V9(03).
      * Simulation : désignation de la pièce et prochaine échéance.
       01 PG-NOM-PIE             PIC X(50).
       01 PG-DAT-PRC             PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NBR-LIV             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

      * Simulation : zones éditées de l'aperçu.
       01 WS-IDF-CMD-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-QTE-PIE-EDT         PIC Z(06)9.999.

       COPY utiglb.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-BRU FROM DATE YYYYMMDD.
                  INTO WS-DAT-JOU
           END-STRING.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE "SIMULATION - COMMANDES PERMANENTES A ECHEANCE"
                   TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.

           EXEC SQL OPEN CUR-CMD END-EXEC.

           PERFORM 0100-LCT-CMD-DEB

           PERFORM UNTIL WS-ETT-LCT-FIN

               IF G-BAT-SIM-OUI
                   PERFORM 0500-SIM-CMD-DEB
                      THRU 0500-SIM-CMD-FIN
               ELSE
                   PERFORM 0200-GEN-CMD-DEB
                      THRU 0200-GEN-CMD-FIN
               END-IF

               PERFORM 0100-LCT-CMD-DEB
                  THRU 0100-LCT-CMD-FIN

           EXEC SQL CLOSE CUR-CMD END-EXEC.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-LIV DELIMITED BY SIZE
                      " livraison(s), " DELIMITED BY SIZE
                      WS-NBR-REJ DELIMITED BY SIZE
                      " ligne(s) rejetee(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "gencmdper : simulation, " WS-NBR-LIV
                   " livraison(s) a generer, " WS-NBR-REJ
                   " ligne(s) rejetee(s)"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "gencmdper : " WS-NBR-LIV " livraison(s)"
               " generee(s), " WS-NBR-REJ " ligne(s) rejetee(s)".

           END-IF.

       0400-AVN-DAT-FIN.

      *-----------------------------------------------------------------
      * Simulation : la livraison qui serait générée pour la
      * commande, ses lignes (une pièce absente du catalogue serait
      * refusée par "ajulivpi") et la prochaine date d'exécution
      * après avance. Rien n'est écrit en base.
       0500-SIM-CMD-DEB.

           ADD 1 TO WS-NBR-LIV.

           MOVE SPACES TO PG-DAT-PRC.

           EXEC SQL
               SELECT CAST(date_proch + freq_jours
                          * (CAST((CURRENT_DATE - date_proch)
                              / freq_jours AS INTEGER) + 1)
                          AS VARCHAR(10))
               INTO :PG-DAT-PRC
               FROM commande_permanente
               WHERE id_cmp = :PG-IDF-CMD
           END-EXEC.

           MOVE PG-IDF-CMD TO WS-IDF-CMD-EDT.
           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "Commande " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CMD-EDT) DELIMITED BY SIZE
                  " - client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " : livraison sortante du " DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  ", prochaine echeance " DELIMITED BY SIZE
                  PG-DAT-PRC DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

           EXEC SQL OPEN CUR-LGN END-EXEC.

           SET WS-ETT-LGN-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LGN-FIN
               EXEC SQL
                   FETCH CUR-LGN
                   INTO :PG-IDF-PIE, :PG-QTE-PIE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0510-SIM-LGN-DEB
                      THRU 0510-SIM-LGN-FIN
               ELSE
                   SET WS-ETT-LGN-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-LGN END-EXEC.

       0500-SIM-CMD-FIN.

      *-----------------------------------------------------------------
      * Simulation : une ligne de la commande.
       0510-SIM-LGN-DEB.

           MOVE SPACES TO PG-NOM-PIE.

           EXEC SQL
               SELECT nom_pie
               INTO :PG-NOM-PIE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-NBR-REJ
               MOVE "(piece inconnue, ligne rejetee)" TO PG-NOM-PIE
           END-IF.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-PIE TO WS-QTE-PIE-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "    piece " DELIMITED BY SIZE
                  WS-IDF-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY SIZE
                  " qte " DELIMITED BY SIZE
                  WS-QTE-PIE-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0510-SIM-LGN-FIN.
