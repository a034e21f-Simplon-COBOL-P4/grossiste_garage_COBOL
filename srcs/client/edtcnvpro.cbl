      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * suivi des prospects par représentant : prospects créés dans le *
      * mois, comptes rendus de visite du mois (visite_prospect),      *
      * prospects convertis en client dans le mois ("cnvpro"),         *
      * prospects déclarés perdus dans le mois, prospects encore       *
      * ouverts à ce jour, et taux de conversion (conversions sur      *
      * dossiers clos du mois, convertis ou perdus), avec une ligne de *
      * total. Le mois traité se lit sur l'entrée standard (AAAAMM), à *
      * défaut le mois précédent, comme "edtcomrep".                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; CNV=CONVERSION; PRO=PROSPECT; REP=REPRESENTANT;    *
      * CRE=CREATION; VIS=VISITE; PER=PERDU; OUV=OUVERT; CLO=CLOS;     *
      * TAU=TAUX; CAL=CALCUL; TOT=TOTAL; MOI=MOIS; FIC=FICHIER;        *
      * LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE;     *
      * DAT=DATE; ANN=ANNEE; JOU=JOUR; SAI=SAISIE; DEB=DEBUT; FIN=FIN; *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtcnvpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CNV ASSIGN TO "conversion_prospects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CNV.
       01  FD-LGN-CNV                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-IDF-REP              PIC 9(10).
       01 PG-NOM-REP              PIC X(50).
       01 PG-NBR-CRE              PIC 9(05).
       01 PG-NBR-VIS              PIC 9(05).
       01 PG-NBR-CNV              PIC 9(05).
       01 PG-NBR-PER              PIC 9(05).
       01 PG-NBR-OUV              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Activité du mois par représentant suivant des prospects (les
      * prospects sans représentant sont regroupés sous l'ID 0) :
      * prospects créés, visites, conversions en client, prospects
      * perdus, et prospects encore ouverts à ce jour.
       EXEC SQL
           DECLARE CUR-CNV CURSOR FOR
               SELECT x.id_rep,
                      COALESCE(r.nom_rep, '(sans representant)'),
                      (SELECT COUNT(*) FROM prospect p
                       WHERE p.id_rep = x.id_rep
                         AND p.date_cre_pro >= :PG-DAT-DEB
                         AND p.date_cre_pro < :PG-DAT-FIN),
                      (SELECT COUNT(*) FROM visite_prospect v
                       WHERE v.id_rep = x.id_rep
                         AND v.date_vis >= :PG-DAT-DEB
                         AND v.date_vis < :PG-DAT-FIN),
                      (SELECT COUNT(*) FROM prospect p
                       WHERE p.id_rep = x.id_rep
                         AND p.statut_pro = 3
                         AND p.date_cnv_pro >= :PG-DAT-DEB
                         AND p.date_cnv_pro < :PG-DAT-FIN),
                      (SELECT COUNT(*) FROM prospect p
                       WHERE p.id_rep = x.id_rep
                         AND p.statut_pro = 4
                         AND p.date_sta_pro >= :PG-DAT-DEB
                         AND p.date_sta_pro < :PG-DAT-FIN),
                      (SELECT COUNT(*) FROM prospect p
                       WHERE p.id_rep = x.id_rep
                         AND p.statut_pro IN (0, 1, 2))
               FROM (SELECT DISTINCT COALESCE(id_rep, 0) AS id_rep
                     FROM prospect) x
                   LEFT JOIN representant r ON r.id_rep = x.id_rep
               ORDER BY x.id_rep
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Mois traité : saisi (AAAAMM) ou mois précédent par défaut.
       01 WS-MOI-SAI              PIC X(06).
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC 9(02).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).

      * Totaux de l'édition.
       01 WS-NBR-REP              PIC 9(05) VALUE 0.
       01 WS-TOT-CRE              PIC 9(05) VALUE 0.
       01 WS-TOT-VIS              PIC 9(05) VALUE 0.
       01 WS-TOT-CNV              PIC 9(05) VALUE 0.
       01 WS-TOT-PER              PIC 9(05) VALUE 0.
       01 WS-TOT-OUV              PIC 9(05) VALUE 0.

      * Taux de conversion : conversions sur dossiers clos du mois
      * (convertis + perdus).
       01 WS-NBR-CLO              PIC 9(05).
       01 WS-TAU-CNV              PIC 9(03)V9.

       01 WS-LGN-EDT.
           05 WS-NOM-REP-EDT      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CRE-EDT          PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-VIS-EDT          PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CNV-EDT          PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PER-EDT          PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUV-EDT          PIC Z(06)9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-TAU-EDT          PIC ZZ9.9.
           05 FILLER              PIC X(02) VALUE " %".

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-CNV.

           MOVE "SUIVI DES PROSPECTS ET CONVERSIONS PAR REPRESENTANT"
               TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-CNV
           END-STRING.
           WRITE FD-LGN-CNV.

           MOVE " " TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

           MOVE
      -    "Representant                     Crees Visites Conver.  Perd
      -    "us Ouverts   Taux conv."
               TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

           EXEC SQL OPEN CUR-CNV END-EXEC.

           PERFORM 0200-LCT-DEB
              THRU 0200-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0300-LGN-REP-DEB
                  THRU 0300-LGN-REP-FIN

               PERFORM 0200-LCT-DEB
                  THRU 0200-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-CNV END-EXEC.

           PERFORM 0400-LGN-TOT-DEB
              THRU 0400-LGN-TOT-FIN.

           CLOSE FIC-CNV.

           DISPLAY "edtcnvpro : " WS-NBR-REP " representant(s), "
               WS-TOT-CNV " conversion(s),"
               " edition dans conversion_prospects.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Détermine le mois traité et ses bornes (haute exclusive),
      * comme "edtcomrep".
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

           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.

           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-MOI-EDT-ANN.
           MOVE WS-MOI TO WS-MOI-EDT-MOI.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

      * On remet l'affichage sur le mois traité.
           MOVE PG-DAT-DEB(1:6) TO WS-MOI-EDT.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
       0200-LCT-DEB.

           EXEC SQL
               FETCH CUR-CNV
               INTO :PG-IDF-REP, :PG-NOM-REP,
                    :PG-NBR-CRE, :PG-NBR-VIS, :PG-NBR-CNV,
                    :PG-NBR-PER, :PG-NBR-OUV
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0200-LCT-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne d'un représentant et cumule les totaux.
       0300-LGN-REP-DEB.

           MOVE PG-NOM-REP TO WS-NOM-REP-EDT.
           MOVE PG-NBR-CRE TO WS-CRE-EDT.
           MOVE PG-NBR-VIS TO WS-VIS-EDT.
           MOVE PG-NBR-CNV TO WS-CNV-EDT.
           MOVE PG-NBR-PER TO WS-PER-EDT.
           MOVE PG-NBR-OUV TO WS-OUV-EDT.

           COMPUTE WS-NBR-CLO = PG-NBR-CNV + PG-NBR-PER.
           PERFORM 0500-CAL-TAU-DEB
              THRU 0500-CAL-TAU-FIN.

           MOVE WS-LGN-EDT TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

           ADD 1 TO WS-NBR-REP.
           ADD PG-NBR-CRE TO WS-TOT-CRE.
           ADD PG-NBR-VIS TO WS-TOT-VIS.
           ADD PG-NBR-CNV TO WS-TOT-CNV.
           ADD PG-NBR-PER TO WS-TOT-PER.
           ADD PG-NBR-OUV TO WS-TOT-OUV.

       0300-LGN-REP-FIN.

      *-----------------------------------------------------------------
      * Ligne de total de l'édition.
       0400-LGN-TOT-DEB.

           MOVE " " TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

           MOVE "TOTAL" TO WS-NOM-REP-EDT.
           MOVE WS-TOT-CRE TO WS-CRE-EDT.
           MOVE WS-TOT-VIS TO WS-VIS-EDT.
           MOVE WS-TOT-CNV TO WS-CNV-EDT.
           MOVE WS-TOT-PER TO WS-PER-EDT.
           MOVE WS-TOT-OUV TO WS-OUV-EDT.

           COMPUTE WS-NBR-CLO = WS-TOT-CNV + WS-TOT-PER.
           MOVE WS-TOT-CNV TO PG-NBR-CNV.
           PERFORM 0500-CAL-TAU-DEB
              THRU 0500-CAL-TAU-FIN.

           MOVE WS-LGN-EDT TO FD-LGN-CNV.
           WRITE FD-LGN-CNV.

       0400-LGN-TOT-FIN.

      *-----------------------------------------------------------------
      * Taux de conversion (PG-NBR-CNV sur WS-NBR-CLO), 0 sans
      * dossier clos dans le mois.
       0500-CAL-TAU-DEB.

           IF WS-NBR-CLO = 0
               MOVE 0 TO WS-TAU-CNV
           ELSE
               COMPUTE WS-TAU-CNV ROUNDED =
                   PG-NBR-CNV * 100 / WS-NBR-CLO
           END-IF.

           MOVE WS-TAU-CNV TO WS-TAU-EDT.

       0500-CAL-TAU-FIN.
