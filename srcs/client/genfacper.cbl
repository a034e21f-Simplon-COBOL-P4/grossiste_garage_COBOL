      * facturées en UNE facture - une section par livraison sur le    *
      * document (les bons de "edtblvcli" y sont référencés), une      *
      * seule échéance, une seule ligne en balance âgée. Les clients   *
      * "par livraison" (mode 0) restent facturés à la demande, comme  *
      * aujourd'hui. Un client livré par plusieurs sociétés reçoit une *
      * facture par société (id_soc), chacune sous son compteur. Les   *
      * autres nuits, rien à faire. Chaîne en simulation (G-BAT-SIM) : *
      * "ajufac" calcule chaque facture puis l'annule, sans consommer  *
      * de numéro ; les factures qui seraient émises (numéro prévu,    *
      * client, livraisons, HT, TVA, TTC) sont listées dans            *
      * simulation_genfacper.txt.                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; FAC=FACTURE; PER=PERIODIQUE; CLI=CLIENT;       *
      * MOD=MODE; HEB=HEBDOMADAIRE; MEN=MENSUEL; CUR=CURSEUR;          *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT; DAT=DATE;  *
      * JOU=JOUR; SEM=SEMAINE; NUM=NUMERO; LIV=LIVRAISON; SOC=SOCIETE; *
      * SIM=SIMULATION; CRS=EN COURS; EDT=EDITE; MNT=MONTANT; HT=HORS  *
      * TAXE; TVA=TAXE SUR LA VALEUR AJOUTEE; TTC=TOUTES TAXES         *
      * COMPRISES.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. Benoit.
       DATE-WRITTEN. 28-09-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_genfacper.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : une ligne par
      * facture groupée qui serait émise, avec ses montants.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-MOD-FAC             PIC 9(01).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NBR-OUV-SEM         PIC 9(05).
       01 PG-NBR-OUV-MOI         PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients du mode traité ayant au moins une livraison terminée
      * non facturée (mêmes règles que "ajufac"), une fois par
      * société dont ils ont des livraisons à facturer : chaque
      * société facture sous son propre compteur.
       EXEC SQL
           DECLARE CUR-CLI CURSOR FOR
               SELECT DISTINCT c.id_cli, COALESCE(l.id_soc, 1)
               FROM client c
                   JOIN livraison l ON l.id_cli = c.id_cli
               WHERE c.supprime_le = ''
                 AND COALESCE(c.mode_fac_cli, 0) = :PG-MOD-FAC
                 AND l.statut_liv = 1
                 AND COALESCE(l.csg_liv, 0) = 0
                 AND NOT EXISTS
                     (SELECT 1 FROM facture_livraison fl
                      WHERE fl.id_liv = l.id_liv)
               ORDER BY 2, 1
               FOR READ ONLY
       END-EXEC.


       01 WS-NBR-FAC             PIC 9(05) VALUE 0.

      * Simulation : "ajufac" calcule puis annule chaque facture ; le
      * numéro qu'elle prendrait suit le dernier numéro prévu pour la
      * société (G-SIM-NUM-FAC, cautions de "genfacout" comprises),
      * les montants sont rendus dans G-SIM-FAC.
       01 WS-NUM-FAC-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-NBR-LIV-EDT         PIC Z(07)9.
       01 WS-MNT-HT-EDT          PIC Z(09)9.99.
       01 WS-MNT-TVA-EDT         PIC Z(09)9.99.
       01 WS-MNT-TTC-EDT         PIC Z(09)9.99.

       COPY utiglb.

       PROCEDURE DIVISION.

           MOVE 0 TO WS-NBR-FAC.
           PERFORM 0050-CTL-JOU-DEB
              THRU 0050-CTL-JOU-FIN.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE "SIMULATION - FACTURATION GROUPEE PERIODIQUE"
                   TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.

      * Les hebdomadaires partent le lundi - ou, quand le lundi est
      * ferie et que la chaine a saute ("chnbat"), la premiere nuit
      * ouvree de la semaine.
                  THRU 0100-FAC-MOD-FIN
           END-IF.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-FAC DELIMITED BY SIZE
                      " facture(s) groupee(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "genfacper : simulation, " WS-NBR-FAC
                   " facture(s) groupee(s) a emettre"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "genfacper : " WS-NBR-FAC " facture(s)"
               " groupee(s) generee(s)".

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-CLI
                   INTO :PG-IDF-CLI, :PG-IDF-SOC
               END-EXEC

               IF SQLCODE = 0
      * "ajufac" facture dans la société de travail.
                   MOVE PG-IDF-SOC TO G-SOC-ID
                   CALL "ajufac"
                       USING
                       PG-IDF-CLI

                   IF WS-FAC-AJU-RET-OK AND WS-NBR-LIV > 0
                       ADD 1 TO WS-NBR-FAC
                       IF G-BAT-SIM-OUI
                           PERFORM 0200-SIM-FAC-DEB
                              THRU 0200-SIM-FAC-FIN
                       END-IF
                   END-IF
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
           EXEC SQL CLOSE CUR-CLI END-EXEC.

       0100-FAC-MOD-FIN.

      *-----------------------------------------------------------------
      * Simulation : la facture groupée qui serait émise pour le
      * client, au numéro qu'elle prendrait et aux montants calculés
      * par "ajufac" avant annulation.
       0200-SIM-FAC-DEB.

           IF G-SIM-NUM-FAC(PG-IDF-SOC) = 0
               COMPUTE G-SIM-NUM-FAC(PG-IDF-SOC) = WS-NUM-FAC - 1
           END-IF.

           ADD 1 TO G-SIM-NUM-FAC(PG-IDF-SOC).

           MOVE G-SIM-NUM-FAC(PG-IDF-SOC) TO WS-NUM-FAC-EDT.
           MOVE PG-IDF-CLI    TO WS-IDF-CLI-EDT.
           MOVE WS-NBR-LIV    TO WS-NBR-LIV-EDT.
           MOVE G-SIM-FAC-HT  TO WS-MNT-HT-EDT.
           MOVE G-SIM-FAC-TVA TO WS-MNT-TVA-EDT.
           MOVE G-SIM-FAC-TTC TO WS-MNT-TTC-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "Facture n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-FAC-EDT) DELIMITED BY SIZE
                  " societe " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " mode " DELIMITED BY SIZE
                  PG-MOD-FAC DELIMITED BY SIZE
                  " - client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-LIV-EDT) DELIMITED BY SIZE
                  " livraison(s) : HT " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-HT-EDT) DELIMITED BY SIZE
                  " TVA " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-TVA-EDT) DELIMITED BY SIZE
                  " TTC " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-TTC-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0200-SIM-FAC-FIN.
