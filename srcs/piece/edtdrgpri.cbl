      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition mensuelle des dérogations au prix plancher (table      *
      * derogation_prix, posées par "ajudrgpri") dans                  *
      * "derogations_prix.txt" : mois saisi (AAAAMM) ou mois précédent *
      * par défaut, une ligne par dérogation (date, client, pièce,     *
      * canal LIV/VCP/DEV/WEB, prix net accordé, coût moyen pondéré,   *
      * prix plancher, approbateur, livraison qui l'a consommée)       *
      * suivie de son motif, puis le nombre de dérogations et la marge *
      * abandonnée sous le plancher. Appelée depuis l'écran            *
      * "ecrmrgcat".                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; DRG=DEROGATION; PRI=PRIX; FIC=FICHIER; LGN=LIGNE; *
      * DAT=DATE; DEB=DEBUT; FIN=FIN; CLI=CLIENT; PIE=PIECE;           *
      * CNL=CANAL; NET=NET; CMP=COUT MOYEN PONDERE; PLC=PLANCHER;      *
      * APB=APPROBATEUR; LIV=LIVRAISON; MOT=MOTIF; NBR=NOMBRE;         *
      * TOT=TOTAL; ABD=ABANDONNEE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE; *
      * ENC=EN COURS; MOI=MOIS; SAI=SAISI; JOU=JOUR; ANN=ANNEE;        *
      * INI=INITIALISER; IDF=IDENTIFIANT.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtdrgpri.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DRG ASSIGN TO "derogations_prix.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DRG.
       01  FD-LGN-DRG                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-DAT-DRG              PIC X(10).
       01 PG-NOM-CLI              PIC X(20).
       01 PG-NOM-PIE              PIC X(20).
       01 PG-CNL-DRG              PIC X(03).
       01 PG-PRI-NET              PIC 9(08)V99.
       01 PG-PRI-CMP              PIC 9(08)V99.
       01 PG-PRI-PLC              PIC 9(08)V99.
       01 PG-NOM-APB              PIC X(12).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-MOT-DRG              PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Dérogations au prix plancher accordées dans le mois, dans
      * l'ordre chronologique, avec l'approbateur et la livraison qui
      * les a consommées (0 si aucune encore).
       EXEC SQL
           DECLARE CUR-DRG CURSOR FOR
               SELECT TO_CHAR(d.date_drg, 'YYYY-MM-DD'),
                      CAST(COALESCE(c.nom_cli, 'ANONYME')
                           AS VARCHAR(20)),
                      CAST(p.nom_pie AS VARCHAR(20)),
                      d.canal_drg, d.prix_net_drg, d.cump_drg,
                      d.plancher_drg,
                      CAST(COALESCE(u.nom_uti, '') AS VARCHAR(12)),
                      COALESCE(d.id_liv_drg, 0),
                      CAST(d.motif_drg AS VARCHAR(60))
               FROM derogation_prix d
                   JOIN piece p ON p.id_pie = d.id_pie
                   LEFT JOIN client c ON c.id_cli = d.id_cli
                   LEFT JOIN utilisateur u ON u.id_uti = d.id_uti_drg
               WHERE d.date_drg >= :PG-DAT-DEB
                 AND d.date_drg < :PG-DAT-FIN
               ORDER BY d.date_drg, d.id_drg
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

      * Totaux : nombre de dérogations et marge abandonnée (écart
      * entre le prix plancher et le prix net accordé).
       01 WS-NBR-DRG              PIC 9(05) VALUE 0.
       01 WS-TOT-ABD              PIC 9(10)V99 VALUE 0.
       01 WS-NBR-DRG-EDT          PIC Z(04)9.
       01 WS-TOT-ABD-EDT          PIC Z(09)9.99.

      * Ligne de dérogation, suivie de son motif.
       01 WS-LGN-EDT.
           05 WS-DAT-EDT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CLI-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PIE-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CNL-EDT          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NET-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CMP-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PLC-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-APB-EDT          PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIV-EDT          PIC Z(09)9.

       01 WS-LGN-MOT.
           05 FILLER              PIC X(11) VALUE SPACE.
           05 FILLER              PIC X(08) VALUE "Motif : ".
           05 WS-MOT-EDT          PIC X(60).

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-DRG.

           MOVE "DEROGATIONS AU PRIX PLANCHER" TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DRG
           END-STRING.
           WRITE FD-LGN-DRG.

           MOVE " " TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.
           MOVE
      -    "Date       Client               Piece                Can   P
      -    "rix net  Cout moyen    Plancher Approbateur   Livraison"
               TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.

           PERFORM 0200-EDT-DRG-DEB
              THRU 0200-EDT-DRG-FIN.

           MOVE WS-NBR-DRG TO WS-NBR-DRG-EDT.
           MOVE WS-TOT-ABD TO WS-TOT-ABD-EDT.

           MOVE " " TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.
           STRING "Derogations : " DELIMITED BY SIZE
                  WS-NBR-DRG-EDT DELIMITED BY SIZE
                  "   Marge abandonnee sous plancher : "
                      DELIMITED BY SIZE
                  WS-TOT-ABD-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DRG
           END-STRING.
           WRITE FD-LGN-DRG.

           CLOSE FIC-DRG.

           DISPLAY "edtdrgpri : " WS-NBR-DRG " derogation(s), "
               "edition dans derogations_prix.txt".

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
      * Une ligne par dérogation du mois, suivie de son motif ; cumule
      * la marge abandonnée sous le plancher.
       0200-EDT-DRG-DEB.

           EXEC SQL OPEN CUR-DRG END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-DRG
                   INTO :PG-DAT-DRG, :PG-NOM-CLI, :PG-NOM-PIE,
                        :PG-CNL-DRG, :PG-PRI-NET, :PG-PRI-CMP,
                        :PG-PRI-PLC, :PG-NOM-APB, :PG-IDF-LIV,
                        :PG-MOT-DRG
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0250-LGN-DRG-DEB
                      THRU 0250-LGN-DRG-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-DRG END-EXEC.

       0200-EDT-DRG-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne d'une dérogation et son motif.
       0250-LGN-DRG-DEB.

           ADD 1 TO WS-NBR-DRG.

           IF PG-PRI-PLC > PG-PRI-NET
               COMPUTE WS-TOT-ABD = WS-TOT-ABD
                                  + PG-PRI-PLC - PG-PRI-NET
           END-IF.

           MOVE PG-DAT-DRG TO WS-DAT-EDT.
           MOVE PG-NOM-CLI TO WS-CLI-EDT.
           MOVE PG-NOM-PIE TO WS-PIE-EDT.
           MOVE PG-CNL-DRG TO WS-CNL-EDT.
           MOVE PG-PRI-NET TO WS-NET-EDT.
           MOVE PG-PRI-CMP TO WS-CMP-EDT.
           MOVE PG-PRI-PLC TO WS-PLC-EDT.
           MOVE PG-NOM-APB TO WS-APB-EDT.
           MOVE PG-IDF-LIV TO WS-LIV-EDT.
           MOVE WS-LGN-EDT TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.

           MOVE PG-MOT-DRG TO WS-MOT-EDT.
           MOVE WS-LGN-MOT TO FD-LGN-DRG.
           WRITE FD-LGN-DRG.

       0250-LGN-DRG-FIN.
