      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous programme qui édite la liste de colisage d'une expédition *
      * regroupant plusieurs livraisons sortantes préparées ("ajuexp") *
      * : destinataire et adresse de livraison, transporteur, poids    *
      * cumulé, nombre de colis, puis les lignes de toutes les         *
      * livraisons regroupées (livraison d'origine, pièce,             *
      * désignation, quantité prélevée, numéro UN des pièces sous      *
      * régime ADR). C'est le document unique qui accompagne           *
      * l'expédition, sur le modèle du bon de préparation              *
      * ("edtbprep").                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; LST=LISTE DE COLISAGE; EXP=EXPEDITION;             *
      * LIV=LIVRAISON; CLI=CLIENT; NOM=NOM; ADR=ADRESSE OU             *
      * MARCHANDISES DANGEREUSES; CP=CODE POSTAL; VIL=VILLE;           *
      * TRN=TRANSPORTEUR; PDS=POIDS; COL=COLIS; PIE=PIECE;             *
      * QTE=QUANTITE; PRL=PRELEVEE; UN=NUMERO UN; NBR=NOMBRE;          *
      * FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE;    *
      * ENC=EN COURS; OUV=OUVERTURE; LIR=LIRE; IDF=IDENTIFIANT.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtlstexp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LST ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-LST.
       01  FD-LGN-LST                PIC X(110).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-EXP              PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-ADR-EXP              PIC X(50).
       01 PG-CP-EXP               PIC 9(05).
       01 PG-VIL-EXP              PIC X(50).
       01 PG-NOM-TRN              PIC X(50).
       01 PG-PDS-EXP              PIC 9(07)V999.
       01 PG-NBR-COL              PIC 9(03).
       01 PG-NBR-LIV              PIC 9(03).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-PRL              PIC 9(07)V9(03).
       01 PG-UN-ADR               PIC X(04).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes de toutes les livraisons de l'expédition, par
      * livraison puis par pièce, avec la quantité prélevée.
       EXEC SQL
           DECLARE CUR-LST CURSOR FOR
               SELECT l.id_liv, p.id_pie, p.nom_pie,
                      COALESCE(lp.qt_recue_pie, lp.qt_liv_pie),
                      COALESCE(p.un_pie, ' ')
               FROM livraison l
                   JOIN livraison_piece lp ON lp.id_liv = l.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE l.id_exp_liv = :PG-IDF-EXP
               ORDER BY l.id_liv, p.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-EXP-EDT          PIC Z(09)9.
       01 WS-NBR-EDT              PIC Z(02)9.
       01 WS-PDS-EDT              PIC Z(06)9.999.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-LGN              PIC 9(05) VALUE 0.
       01 WS-NBR-LGN-EDT          PIC Z(04)9.

      * Ligne de la liste : livraison d'origine, pièce, désignation,
      * quantité prélevée, numéro UN si la pièce est sous régime ADR.
       01 WS-LGN-EDT.
           05 WS-LIV-EDT          PIC Z(09)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-PIE-EDT          PIC Z(09)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOM-PIE-EDT      PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-QTE-EDT          PIC Z(06)9.999.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-ADR-EDT          PIC X(09).

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-EXP              PIC 9(10).
      * Argument de sortie.
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-EXP,
                                LK-LIR-RET.

           PERFORM 0100-LIR-EXP-DEB
              THRU 0100-LIR-EXP-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-OUV-FIC-DEB
              THRU 0200-OUV-FIC-FIN.

           EXEC SQL OPEN CUR-LST END-EXEC.

           PERFORM 0300-LCT-DEB
              THRU 0300-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0400-LGN-LST-DEB
                  THRU 0400-LGN-LST-FIN

               PERFORM 0300-LCT-DEB
                  THRU 0300-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-LST END-EXEC.

           MOVE " " TO FD-LGN-LST.
           WRITE FD-LGN-LST.

           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           STRING "Total lignes : " DELIMITED BY SIZE
                  WS-NBR-LGN-EDT DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE "Emballe par :            Date :         Visa :"
               TO FD-LGN-LST.
           WRITE FD-LGN-LST.

           CLOSE FIC-LST.

           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Entête de l'expédition : destinataire, adresse (carnet ou
      * fiche client), transporteur, poids cumulé, colis et nombre de
      * livraisons regroupées.
       0100-LIR-EXP-DEB.

           MOVE LK-IDF-EXP TO PG-IDF-EXP.

           EXEC SQL
               SELECT c.nom_cli,
                      COALESCE(a.adresse_adr, c.adresse_cli),
                      COALESCE(a.cp_adr, c.cp_cli),
                      COALESCE(a.ville_adr, c.ville_cli),
                      COALESCE(t.nom_trn, ' '),
                      e.poids_exp, e.nb_col_exp,
                      (SELECT COUNT(*) FROM livraison l
                       WHERE l.id_exp_liv = e.id_exp)
               INTO :PG-NOM-CLI, :PG-ADR-EXP, :PG-CP-EXP,
                    :PG-VIL-EXP, :PG-NOM-TRN, :PG-PDS-EXP,
                    :PG-NBR-COL, :PG-NBR-LIV
               FROM expedition e
                   JOIN client c ON c.id_cli = e.id_cli
                   LEFT JOIN adresse_cli a ON a.id_adr = e.id_adr_exp
                   LEFT JOIN transporteur t ON t.id_trn = e.id_trn_exp
               WHERE e.id_exp = :PG-IDF-EXP
           END-EXEC.

           IF SQLCODE = 0
               SET LK-LIR-RET-OK TO TRUE
           ELSE
               SET LK-LIR-RET-VID TO TRUE
           END-IF.

       0100-LIR-EXP-FIN.

      *-----------------------------------------------------------------
       0200-OUV-FIC-DEB.

           MOVE LK-IDF-EXP TO WS-IDF-EXP-EDT.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "liste_colisage_"
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IDF-EXP-EDT) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-LST.

           MOVE "LISTE DE COLISAGE" TO FD-LGN-LST.
           WRITE FD-LGN-LST.

           MOVE PG-NBR-LIV TO WS-NBR-EDT.
           STRING "Expedition n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EXP-EDT) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " livraisons regroupees)" DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE SPACES TO FD-LGN-LST.
           STRING "Destinataire : " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE SPACES TO FD-LGN-LST.
           STRING "               " DELIMITED BY SIZE
                  PG-ADR-EXP DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE SPACES TO FD-LGN-LST.
           STRING "               " DELIMITED BY SIZE
                  PG-CP-EXP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-VIL-EXP DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE SPACES TO FD-LGN-LST.
           STRING "Transporteur : " DELIMITED BY SIZE
                  PG-NOM-TRN DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE PG-PDS-EXP TO WS-PDS-EDT.
           MOVE PG-NBR-COL TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-LST.
           STRING "Poids total  : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PDS-EDT) DELIMITED BY SIZE
                  " kg    Colis : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-LST
           END-STRING.
           WRITE FD-LGN-LST.

           MOVE " " TO FD-LGN-LST.
           WRITE FD-LGN-LST.

           MOVE
      -    " Livraison       Piece  Designation               Quantite  
      -    "ADR"
               TO FD-LGN-LST.
           WRITE FD-LGN-LST.

       0200-OUV-FIC-FIN.

      *-----------------------------------------------------------------
       0300-LCT-DEB.

           EXEC SQL
               FETCH CUR-LST
               INTO :PG-IDF-LIV, :PG-IDF-PIE, :PG-NOM-PIE,
                    :PG-QTE-PRL, :PG-UN-ADR
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0300-LCT-FIN.

      *-----------------------------------------------------------------
       0400-LGN-LST-DEB.

           MOVE PG-IDF-LIV TO WS-LIV-EDT.
           MOVE PG-IDF-PIE TO WS-PIE-EDT.
           MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT.
           MOVE PG-QTE-PRL TO WS-QTE-EDT.

           MOVE SPACES TO WS-ADR-EDT.
           IF PG-UN-ADR NOT = SPACES
               STRING "UN " DELIMITED BY SIZE
                      PG-UN-ADR DELIMITED BY SIZE
                      INTO WS-ADR-EDT
               END-STRING
           END-IF.

           MOVE WS-LGN-EDT TO FD-LGN-LST.
           WRITE FD-LGN-LST.

           ADD 1 TO WS-NBR-LGN.

       0400-LGN-LST-FIN.
