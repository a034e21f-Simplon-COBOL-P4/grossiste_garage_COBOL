      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui édite le bon de retour d'un lot de          *
      * carcasses au reconditionneur (document texte, même structure   *
      * que le bon de retour fournisseur "edtbrtfou") : coordonnées du *
      * fournisseur, numéro et date du lot ("ajurcsfou"), une ligne    *
      * par pièce avec la quantité de carcasses et leur consigne hors  *
      * taxe, et en pied l'avoir attendu. Le document part avec la     *
      * palette ; fichier retour_carcasses_<lot>.txt.                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; BRC=BON DE RETOUR DE CARCASSES; RCS=RETOUR DE      *
      * CARCASSES; CRS=CARCASSE; FOU=FOURNISSEUR; PIE=PIECE; NOM=NOM;  *
      * ADR=ADRESSE; CP=CODE POSTAL; VIL=VILLE; QTE=QUANTITE;          *
      * MNT=MONTANT; ATT=ATTENDU; DAT=DATE; FIC=FICHIER; NTE=ENTETE;   *
      * LGN=LIGNE; PID=PIED; NBR=NOMBRE; ETT=ETAT; LCT=LECTURE;        *
      * CUR=CURSEUR; IDF=IDENTIFIANT.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtbrcfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-BRC ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-BRC.
       01  FD-LGN-BRC                PIC X(110).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RCS              PIC 9(10).
       01 PG-DAT-RCS              PIC X(10).
       01 PG-QTE-RCS              PIC 9(10).
       01 PG-MNT-ATT              PIC 9(10)V99.
       01 PG-NOM-FOU              PIC X(50).
       01 PG-ADR-FOU              PIC X(50).
       01 PG-CP-FOU               PIC 9(05).
       01 PG-VIL-FOU              PIC X(50).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-LGN              PIC 9(10).
       01 PG-MNT-LGN              PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Carcasses du lot, regroupées par pièce, avec leur consigne.
       EXEC SQL
           DECLARE CUR-BRC CURSOR FOR
               SELECT p.nom_pie, SUM(r.qte_rcp),
                      SUM(r.qte_rcp * cc.val_crs)
               FROM carcasse_rcp r
                   JOIN carcasse_cli cc ON cc.id_crs = r.id_crs
                   JOIN piece p ON p.id_pie = cc.id_pie
               WHERE r.id_rcs = :PG-IDF-RCS
               GROUP BY p.id_pie, p.nom_pie
               ORDER BY p.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-RCS-EDT          PIC Z(10).
       01 WS-QTE-EDT              PIC Z(09)9.
       01 WS-MNT-EDT              PIC Z(09)9.99.
       01 WS-NOM-PIE-EDT          PIC X(40).

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

       LINKAGE SECTION.
      * Argument d'entrée : le lot de retour de carcasses.
       01 LK-IDF-RCS              PIC 9(10).
      * Argument de sortie.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RCS,
                                LK-LIR-RET.

           MOVE LK-IDF-RCS TO PG-IDF-RCS.

           EXEC SQL
               SELECT CAST(rc.date_rcs AS VARCHAR(10)), rc.qte_rcs,
                      rc.mnt_att_rcs,
                      f.nom_fou, COALESCE(f.adresse_fou, ''),
                      COALESCE(f.cp_fou, 0),
                      COALESCE(f.ville_fou, '')
               INTO :PG-DAT-RCS, :PG-QTE-RCS, :PG-MNT-ATT,
                    :PG-NOM-FOU, :PG-ADR-FOU, :PG-CP-FOU,
                    :PG-VIL-FOU
               FROM retour_carcasse rc
                   JOIN fournisseur f ON f.id_fou = rc.id_fou
               WHERE rc.id_rcs = :PG-IDF-RCS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-RCS TO WS-IDF-RCS-EDT.

           STRING "retour_carcasses_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RCS-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-BRC.

           PERFORM 0100-NTE-BRC-DEB
              THRU 0100-NTE-BRC-FIN.

           PERFORM 0200-LGN-BRC-DEB
              THRU 0200-LGN-BRC-FIN.

           PERFORM 0300-PID-BRC-DEB
              THRU 0300-PID-BRC-FIN.

           CLOSE FIC-BRC.

           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-NTE-BRC-DEB.

           MOVE "BON DE RETOUR DE CARCASSES (ECHANGE STANDARD)"
               TO FD-LGN-BRC.
           WRITE FD-LGN-BRC.

           STRING "Lot n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RCS-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-RCS DELIMITED BY SIZE
                  INTO FD-LGN-BRC
           END-STRING.
           WRITE FD-LGN-BRC.

           MOVE " " TO FD-LGN-BRC.
           WRITE FD-LGN-BRC.

           STRING "Fournisseur : " DELIMITED BY SIZE
                  PG-NOM-FOU DELIMITED BY SIZE
                  INTO FD-LGN-BRC
           END-STRING.
           WRITE FD-LGN-BRC.

           STRING PG-ADR-FOU DELIMITED BY SIZE
                  INTO FD-LGN-BRC
           END-STRING.
           WRITE FD-LGN-BRC.

           STRING PG-VIL-FOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-CP-FOU DELIMITED BY SIZE
                  INTO FD-LGN-BRC
           END-STRING.
           WRITE FD-LGN-BRC.

           MOVE " " TO FD-LGN-BRC.
           WRITE FD-LGN-BRC.

           MOVE "Piece                                     Quantite   Co
      -    "nsigne HT" TO FD-LGN-BRC.
           WRITE FD-LGN-BRC.

       0100-NTE-BRC-FIN.

      *-----------------------------------------------------------------
       0200-LGN-BRC-DEB.

           EXEC SQL OPEN CUR-BRC END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-BRC
                   INTO :PG-NOM-PIE, :PG-QTE-LGN, :PG-MNT-LGN
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT
                   MOVE PG-QTE-LGN TO WS-QTE-EDT
                   MOVE PG-MNT-LGN TO WS-MNT-EDT

                   STRING WS-NOM-PIE-EDT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-QTE-EDT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-MNT-EDT DELIMITED BY SIZE
                          INTO FD-LGN-BRC
                   END-STRING
                   WRITE FD-LGN-BRC

                   ADD 1 TO WS-NBR-LGN
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-BRC END-EXEC.

       0200-LGN-BRC-FIN.

      *-----------------------------------------------------------------
      * Pied : nombre de carcasses et avoir attendu.
       0300-PID-BRC-DEB.

           MOVE " " TO FD-LGN-BRC.
           WRITE FD-LGN-BRC.

           MOVE PG-QTE-RCS TO WS-QTE-EDT.
           MOVE PG-MNT-ATT TO WS-MNT-EDT.

           STRING "Total carcasses : " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  "   Avoir attendu (HT) : " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-BRC
           END-STRING.
           WRITE FD-LGN-BRC.

           DISPLAY "edtbrcfou : " WS-NBR-LGN " ligne(s) editee(s) "
               "dans " FUNCTION TRIM(WS-NOM-FIC).

       0300-PID-BRC-FIN.
