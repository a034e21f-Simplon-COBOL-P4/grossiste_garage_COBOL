      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme d'édition des carcasses dues par les clients sur les *
      * ventes en échange standard (même présentation que la balance   *
      * âgée "edtbalage") : pour chaque client qui n'a pas encore      *
      * rendu toutes ses carcasses (carcasse_cli, quantité facturée    *
      * moins carcasses reçues et refusées), le nombre de carcasses    *
      * dues et leur consigne hors taxe ventilée par ancienneté de la  *
      * facture : 0 à 30 / 31 à 60 / 61 à 90 / plus de 90 jours.       *
      * Totaux par tranche en pied d'édition : la marge perdue si ces  *
      * carcasses ne reviennent pas. Fichier carcasses_agees.txt,      *
      * lancé depuis l'écran des carcasses "ecrcrs".                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; CRS=CARCASSE; AGE=AGEE; CLI=CLIENT; QTE=QUANTITE;  *
      * DUE=DUE; TRN=TRANCHE; PLS=PLUS DE 90 JOURS; TOT=TOTAL;         *
      * MNT=MONTANT; FIC=FICHIER; NTE=ENTETE; LGN=LIGNE; LCT=LECTURE;  *
      * ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; DAT=DATE; JOU=JOUR.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtcrsage.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CRS ASSIGN TO "carcasses_agees.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CRS.
       01  FD-LGN-CRS                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-JOU              PIC X(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-QTE-DUE              PIC 9(10).
       01 PG-TRN-30               PIC 9(10)V99.
       01 PG-TRN-60               PIC 9(10)V99.
       01 PG-TRN-90               PIC 9(10)V99.
       01 PG-TRN-PLS              PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Une ligne par client devant encore des carcasses : la
      * consigne hors taxe des carcasses non rendues, ventilée par
      * ancienneté de la facture qui l'a portée.
       EXEC SQL
           DECLARE CUR-CRS CURSOR FOR
               SELECT x.id_cli, c.nom_cli, SUM(x.due),
                      SUM(CASE WHEN x.age <= 30
                          THEN x.val ELSE 0 END),
                      SUM(CASE WHEN x.age > 30 AND x.age <= 60
                          THEN x.val ELSE 0 END),
                      SUM(CASE WHEN x.age > 60 AND x.age <= 90
                          THEN x.val ELSE 0 END),
                      SUM(CASE WHEN x.age > 90
                          THEN x.val ELSE 0 END)
               FROM (SELECT cc.id_cli,
                            cc.qte_crs - cc.qte_rcp_crs
                                - cc.qte_rej_crs AS due,
                            (cc.qte_crs - cc.qte_rcp_crs
                                - cc.qte_rej_crs) * cc.val_crs
                                AS val,
                            CURRENT_DATE - cc.date_crs AS age
                     FROM carcasse_cli cc) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.due > 0
               GROUP BY x.id_cli, c.nom_cli
               ORDER BY x.id_cli
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-CLI              PIC 9(05) VALUE 0.

      * Totaux par tranche, tous clients confondus.
       01 WS-TOT-QTE              PIC 9(10) VALUE 0.
       01 WS-TOT-30               PIC 9(12)V99 VALUE 0.
       01 WS-TOT-60               PIC 9(12)V99 VALUE 0.
       01 WS-TOT-90               PIC 9(12)V99 VALUE 0.
       01 WS-TOT-PLS              PIC 9(12)V99 VALUE 0.

       01 WS-QTE-EDT              PIC Z(06)9.
       01 WS-MNT-EDT              PIC Z(08)9.99.
       01 WS-MNT-EDT2             PIC Z(08)9.99.
       01 WS-MNT-EDT3             PIC Z(08)9.99.
       01 WS-MNT-EDT4             PIC Z(08)9.99.
       01 WS-NOM-CLI-EDT          PIC X(30).

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           OPEN OUTPUT FIC-CRS.

           PERFORM 0100-NTE-CRS-DEB
              THRU 0100-NTE-CRS-FIN.

           EXEC SQL OPEN CUR-CRS END-EXEC.

           PERFORM 0200-LCT-DEB
              THRU 0200-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0300-LGN-CLI-DEB
                  THRU 0300-LGN-CLI-FIN

               PERFORM 0200-LCT-DEB
                  THRU 0200-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-CRS END-EXEC.

           PERFORM 0400-TOT-CRS-DEB
              THRU 0400-TOT-CRS-FIN.

           CLOSE FIC-CRS.

           DISPLAY "edtcrsage : " WS-NBR-CLI " client(s) avec "
               "carcasses dues, edition dans carcasses_agees.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Écrit l'entête de l'édition.
       0100-NTE-CRS-DEB.

           MOVE "CARCASSES DUES PAR LES CLIENTS (ECHANGE STANDARD)"
               TO FD-LGN-CRS.
           WRITE FD-LGN-CRS.

           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-CRS
           END-STRING.
           WRITE FD-LGN-CRS.

           MOVE " " TO FD-LGN-CRS.
           WRITE FD-LGN-CRS.

           MOVE
      -    "Client                         Carcasses       0-30 j
      -    "31-60 j       61-90 j     + de 90 j"
               TO FD-LGN-CRS.
           WRITE FD-LGN-CRS.

       0100-NTE-CRS-FIN.

      *-----------------------------------------------------------------
       0200-LCT-DEB.

           EXEC SQL
               FETCH CUR-CRS
               INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-QTE-DUE,
                    :PG-TRN-30, :PG-TRN-60, :PG-TRN-90, :PG-TRN-PLS
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0200-LCT-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne d'un client et cumule les totaux par tranche.
       0300-LGN-CLI-DEB.

           MOVE PG-NOM-CLI TO WS-NOM-CLI-EDT.
           MOVE PG-QTE-DUE TO WS-QTE-EDT.
           MOVE PG-TRN-30  TO WS-MNT-EDT.
           MOVE PG-TRN-60  TO WS-MNT-EDT2.
           MOVE PG-TRN-90  TO WS-MNT-EDT3.
           MOVE PG-TRN-PLS TO WS-MNT-EDT4.

           STRING WS-NOM-CLI-EDT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT4 DELIMITED BY SIZE
                  INTO FD-LGN-CRS
           END-STRING.
           WRITE FD-LGN-CRS.

           ADD PG-QTE-DUE TO WS-TOT-QTE.
           ADD PG-TRN-30  TO WS-TOT-30.
           ADD PG-TRN-60  TO WS-TOT-60.
           ADD PG-TRN-90  TO WS-TOT-90.
           ADD PG-TRN-PLS TO WS-TOT-PLS.

           ADD 1 TO WS-NBR-CLI.

       0300-LGN-CLI-FIN.

      *-----------------------------------------------------------------
      * Écrit les totaux par tranche en pied d'édition : la marge
      * perdue si ces carcasses ne reviennent pas.
       0400-TOT-CRS-DEB.

           MOVE " " TO FD-LGN-CRS.
           WRITE FD-LGN-CRS.

           MOVE WS-TOT-QTE TO WS-QTE-EDT.
           MOVE WS-TOT-30  TO WS-MNT-EDT.
           MOVE WS-TOT-60  TO WS-MNT-EDT2.
           MOVE WS-TOT-90  TO WS-MNT-EDT3.
           MOVE WS-TOT-PLS TO WS-MNT-EDT4.

           STRING "TOTAL                         "
                  DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT4 DELIMITED BY SIZE
                  INTO FD-LGN-CRS
           END-STRING.
           WRITE FD-LGN-CRS.

       0400-TOT-CRS-FIN.
