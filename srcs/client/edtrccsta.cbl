      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite la  *
      * statistique du mois des réclamations clients                   *
      * (reclamation_client, saisies par "ajurcc"), par catégorie      *
      * (copybook "catrcc") puis par client : réclamations reçues      *
      * dans le mois, résolues dans le mois, dont résolues dans le     *
      * délai (clôture au plus tard à l'échéance de réponse), délai    *
      * moyen de résolution en jours calendaires, réclamations encore  *
      * en cours à la fin du mois et, parmi elles, celles dont         *
      * l'échéance est dépassée. Les clients sont classés du plus      *
      * grand nombre de réclamations reçues au plus petit. Le mois est *
      * lu en entrée (SYSIN, au format AAAAMM) ; à défaut, c'est le    *
      * mois précédent. Édition dans statistique_reclamations.txt.     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; RCC=RECLAMATION CLIENT; STA=STATISTIQUE;           *
      * CAT=CATEGORIE; CLI=CLIENT; REC=RECUES; RES=RESOLUES;           *
      * DLD=DANS LE DELAI; MOY=MOYEN; ENC=EN COURS; RTD=RETARD;        *
      * TOT=TOTAL; LIB=LIBELLE; MOI=MOIS; ANN=ANNEE; JOU=JOUR;         *
      * SUI=SUIVANT; DEB=DEBUT; FIN=FIN; DAT=DATE; SAI=SAISIE;         *
      * FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;    *
      * NBR=NOMBRE; IDX=INDEX.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtrccsta.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-STA ASSIGN TO "statistique_reclamations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-STA.
       01  FD-LGN-STA                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(08).
       01 PG-DAT-FIN              PIC X(08).
       01 PG-LIB                  PIC X(50).
       01 PG-NBR-REC              PIC 9(05).
       01 PG-NBR-RES              PIC 9(05).
       01 PG-NBR-DLD              PIC 9(05).
       01 PG-DEL-MOY              PIC 9(04)V9.
       01 PG-NBR-ENC              PIC 9(05).
       01 PG-NBR-RTD              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Par catégorie : les réclamations qui ont vécu dans le mois
      * (ouvertes avant sa fin, et non résolues ou résolues depuis
      * son début).
       EXEC SQL
           DECLARE CUR-CAT CURSOR FOR
               SELECT r.cat_rcc,
                      COUNT(*) FILTER (
                          WHERE r.date_ouv_rcc >= :PG-DAT-DEB),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN
                            AND r.date_clo_rcc <= r.date_lim_rcc),
                      COALESCE(ROUND(AVG(r.date_clo_rcc
                                         - r.date_ouv_rcc) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN), 1), 0),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc < 2
                             OR r.date_clo_rcc >= :PG-DAT-FIN),
                      COUNT(*) FILTER (
                          WHERE (r.statut_rcc < 2
                                 OR r.date_clo_rcc >= :PG-DAT-FIN)
                            AND r.date_lim_rcc < :PG-DAT-FIN)
               FROM reclamation_client r
               WHERE r.date_ouv_rcc < :PG-DAT-FIN
                 AND (r.statut_rcc < 2
                      OR r.date_clo_rcc >= :PG-DAT-DEB)
               GROUP BY r.cat_rcc
               ORDER BY r.cat_rcc
               FOR READ ONLY
       END-EXEC.

      * Par client, même périmètre, du plus réclamant au moins
      * réclamant.
       EXEC SQL
           DECLARE CUR-CLI CURSOR FOR
               SELECT c.nom_cli,
                      COUNT(*) FILTER (
                          WHERE r.date_ouv_rcc >= :PG-DAT-DEB),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN
                            AND r.date_clo_rcc <= r.date_lim_rcc),
                      COALESCE(ROUND(AVG(r.date_clo_rcc
                                         - r.date_ouv_rcc) FILTER (
                          WHERE r.statut_rcc = 2
                            AND r.date_clo_rcc < :PG-DAT-FIN), 1), 0),
                      COUNT(*) FILTER (
                          WHERE r.statut_rcc < 2
                             OR r.date_clo_rcc >= :PG-DAT-FIN),
                      COUNT(*) FILTER (
                          WHERE (r.statut_rcc < 2
                                 OR r.date_clo_rcc >= :PG-DAT-FIN)
                            AND r.date_lim_rcc < :PG-DAT-FIN)
               FROM reclamation_client r
                   JOIN client c ON c.id_cli = r.id_cli
               WHERE r.date_ouv_rcc < :PG-DAT-FIN
                 AND (r.statut_rcc < 2
                      OR r.date_clo_rcc >= :PG-DAT-DEB)
               GROUP BY c.id_cli, c.nom_cli
               ORDER BY 2 DESC, c.nom_cli
               FOR READ ONLY
       END-EXEC.

       COPY catrcc.
       77 WS-IDX                  PIC 9(02).

      * Mois demandé : lu sur l'entrée standard (AAAAMM), mois
      * précédent à défaut.
       01 WS-MOI-SAI              PIC X(06).
       01 WS-DAT-JOU              PIC X(10).
       01 WS-DAT-JOU-DEC REDEFINES WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC X(04).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).
       01 WS-MOI-EDT              PIC X(06).
       01 WS-MOI-EDT-DEC REDEFINES WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
      * Premier jour du mois suivant, borne haute exclusive du mois.
       01 WS-MOI-SUI-EDT          PIC X(06).
       01 WS-MOI-SUI-DEC REDEFINES WS-MOI-SUI-EDT.
           05 WS-ANN-SUI          PIC 9(04).
           05 WS-MOI-SUI          PIC 9(02).

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Totaux du mois (section catégories).
       01 WS-TOT-REC              PIC 9(05) VALUE 0.
       01 WS-TOT-RES              PIC 9(05) VALUE 0.
       01 WS-TOT-DLD              PIC 9(05) VALUE 0.
       01 WS-TOT-ENC              PIC 9(05) VALUE 0.
       01 WS-TOT-RTD              PIC 9(05) VALUE 0.

       01 WS-LIB-EDT              PIC X(30).
       01 WS-REC-EDT              PIC Z(04)9.
       01 WS-RES-EDT              PIC Z(04)9.
       01 WS-DLD-EDT              PIC Z(04)9.
       01 WS-MOY-EDT              PIC Z(03)9.9.
       01 WS-ENC-EDT              PIC Z(04)9.
       01 WS-RTD-EDT              PIC Z(04)9.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-STA.

           MOVE "STATISTIQUE MENSUELLE DES RECLAMATIONS CLIENTS"
               TO FD-LGN-STA.
           WRITE FD-LGN-STA.

           MOVE SPACES TO FD-LGN-STA.
           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-STA
           END-STRING.
           WRITE FD-LGN-STA.

           MOVE " " TO FD-LGN-STA.
           WRITE FD-LGN-STA.

           MOVE "PAR CATEGORIE" TO FD-LGN-STA.
           WRITE FD-LGN-STA.

           PERFORM 0200-TTR-STA-DEB
              THRU 0200-TTR-STA-FIN.

           EXEC SQL OPEN CUR-CAT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-CAT
                   INTO :PG-LIB, :PG-NBR-REC, :PG-NBR-RES,
                        :PG-NBR-DLD, :PG-DEL-MOY, :PG-NBR-ENC,
                        :PG-NBR-RTD
               END-EXEC

               IF SQLCODE = 0
      * Libellé de la catégorie, le code s'il n'est plus au
      * catalogue.
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-CAT-RCC-NBE
                       IF WS-CAT-RCC-COD(WS-IDX) = PG-LIB(1:3)
                           MOVE WS-CAT-RCC-LIB(WS-IDX) TO PG-LIB
                       END-IF
                   END-PERFORM

                   ADD PG-NBR-REC TO WS-TOT-REC
                   ADD PG-NBR-RES TO WS-TOT-RES
                   ADD PG-NBR-DLD TO WS-TOT-DLD
                   ADD PG-NBR-ENC TO WS-TOT-ENC
                   ADD PG-NBR-RTD TO WS-TOT-RTD

                   PERFORM 0300-LGN-STA-DEB
                      THRU 0300-LGN-STA-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CAT END-EXEC.

      * Total du mois, sans délai moyen (il se lit par catégorie).
           MOVE "TOTAL"    TO PG-LIB.
           MOVE WS-TOT-REC TO PG-NBR-REC.
           MOVE WS-TOT-RES TO PG-NBR-RES.
           MOVE WS-TOT-DLD TO PG-NBR-DLD.
           MOVE 0          TO PG-DEL-MOY.
           MOVE WS-TOT-ENC TO PG-NBR-ENC.
           MOVE WS-TOT-RTD TO PG-NBR-RTD.
           PERFORM 0300-LGN-STA-DEB
              THRU 0300-LGN-STA-FIN.

           MOVE " " TO FD-LGN-STA.
           WRITE FD-LGN-STA.

           MOVE "PAR CLIENT" TO FD-LGN-STA.
           WRITE FD-LGN-STA.

           PERFORM 0200-TTR-STA-DEB
              THRU 0200-TTR-STA-FIN.

           EXEC SQL OPEN CUR-CLI END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-CLI
                   INTO :PG-LIB, :PG-NBR-REC, :PG-NBR-RES,
                        :PG-NBR-DLD, :PG-DEL-MOY, :PG-NBR-ENC,
                        :PG-NBR-RTD
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0300-LGN-STA-DEB
                      THRU 0300-LGN-STA-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CLI END-EXEC.

           CLOSE FIC-STA.

           DISPLAY "edtrccsta : statistique des reclamations "
               WS-MOI-EDT " (" WS-TOT-REC " recue(s)), edition dans"
               " statistique_reclamations.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Détermine le mois traité et les bornes de dates.
       0100-INI-MOI-DEB.

           ACCEPT WS-MOI-SAI.

           IF WS-MOI-SAI IS NUMERIC AND WS-MOI-SAI NOT = "000000"
               MOVE WS-MOI-SAI TO WS-MOI-EDT
           ELSE
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-ANN
               MOVE WS-MOI-JOU TO WS-MOI
               IF WS-MOI = 1
                   SUBTRACT 1 FROM WS-ANN
                   MOVE 12 TO WS-MOI
               ELSE
                   SUBTRACT 1 FROM WS-MOI
               END-IF
               MOVE WS-ANN TO WS-MOI-EDT-ANN
               MOVE WS-MOI TO WS-MOI-EDT-MOI
           END-IF.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-DEB
           END-STRING.

      * Borne haute exclusive : premier jour du mois suivant (les
      * mois n'ayant pas tous 31 jours).
           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.
           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-ANN-SUI.
           MOVE WS-MOI TO WS-MOI-SUI.

           STRING WS-MOI-SUI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Titres des colonnes.
       0200-TTR-STA-DEB.

           MOVE
      -    "Libelle                        Recues Resolues Dans delai D
      -    "elai moy. En cours En retard"
               TO FD-LGN-STA.
           WRITE FD-LGN-STA.

       0200-TTR-STA-FIN.

      *-----------------------------------------------------------------
      * Ligne de statistique (catégorie, client ou total).
       0300-LGN-STA-DEB.

           MOVE PG-LIB     TO WS-LIB-EDT.
           MOVE PG-NBR-REC TO WS-REC-EDT.
           MOVE PG-NBR-RES TO WS-RES-EDT.
           MOVE PG-NBR-DLD TO WS-DLD-EDT.
           MOVE PG-DEL-MOY TO WS-MOY-EDT.
           MOVE PG-NBR-ENC TO WS-ENC-EDT.
           MOVE PG-NBR-RTD TO WS-RTD-EDT.

           MOVE SPACES TO FD-LGN-STA.
           STRING WS-LIB-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REC-EDT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-RES-EDT DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-DLD-EDT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-MOY-EDT DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-ENC-EDT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-RTD-EDT DELIMITED BY SIZE
                  INTO FD-LGN-STA
           END-STRING.
           WRITE FD-LGN-STA.

       0300-LGN-STA-FIN.
