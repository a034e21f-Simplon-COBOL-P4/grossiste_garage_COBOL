      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition des associations les plus fortes entre pièces, pour    *
      * l'équipe commerciale (argumentaire comptoir, promotions        *
      * couplées), dans "associations_pieces.txt" : les N paires de    *
      * pièces les plus souvent vendues ensemble (N lu en entrée, 50 à *
      * défaut), d'après la table association_pie calculée par         *
      * "genasspie" sur les douze derniers mois. Chaque paire apparaît *
      * une fois, avec le nombre de ventes communes et, pour chacune   *
      * des deux pièces, la part de ses ventes qui contenaient aussi   *
      * l'autre (% de A : ventes de A avec B ; % de B : ventes de B    *
      * avec A).                                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; ASS=ASSOCIATION (PIECE ASSOCIEE); PIE=PIECE;      *
      * FIC=FICHIER; LGN=LIGNE; NBR=NOMBRE; MAX=MAXIMUM; SAI=SAISI;    *
      * DAT=DATE; CLC=CALCUL; IDF=IDENTIFIANT; NOM=NOM; LIV=LIVRAISON  *
      * (VENTE); PCT=POURCENTAGE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE;  *
      * ENC=EN COURS.                                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtasspie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ASS ASSIGN TO "associations_pieces.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-ASS.
       01  FD-LGN-ASS                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NBR-MAX              PIC 9(05).
       01 PG-DAT-CLC              PIC X(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(25).
       01 PG-IDF-ASS              PIC 9(10).
       01 PG-NOM-ASS              PIC X(25).
       01 PG-NBR-LIV              PIC 9(07).
       01 PG-PCT-PIE              PIC 9(03).
       01 PG-PCT-ASS              PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Paires de pièces les plus souvent vendues ensemble, chacune
      * une seule fois (sens id_pie < id_pie_ass), avec la part des
      * ventes de chacune des deux pièces qui contenaient l'autre.
       EXEC SQL
           DECLARE CUR-ASS CURSOR FOR
               SELECT a.id_pie, CAST(pa.nom_pie AS VARCHAR(25)),
                      a.id_pie_ass, CAST(pb.nom_pie AS VARCHAR(25)),
                      a.nbr_liv_ass, LEAST(a.pct_ass, 100),
                      LEAST(COALESCE(r.pct_ass, 0), 100)
               FROM association_pie a
                   JOIN piece pa ON pa.id_pie = a.id_pie
                   JOIN piece pb ON pb.id_pie = a.id_pie_ass
                   LEFT JOIN association_pie r
                       ON r.id_pie = a.id_pie_ass
                      AND r.id_pie_ass = a.id_pie
               WHERE a.id_pie < a.id_pie_ass
                 AND pa.supprime_le = ''
                 AND pb.supprime_le = ''
               ORDER BY a.nbr_liv_ass DESC,
                        GREATEST(a.pct_ass, COALESCE(r.pct_ass, 0))
                        DESC,
                        a.id_pie, a.id_pie_ass
               LIMIT :PG-NBR-MAX
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Nombre de paires éditées : saisi, 50 à défaut.
       01 WS-NBR-SAI              PIC X(05).
       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

       01 WS-LGN-EDT.
           05 WS-IDF-PIE-EDT      PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-PIE-EDT      PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-IDF-ASS-EDT      PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-ASS-EDT      PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NBR-LIV-EDT      PIC Z(06)9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-PCT-PIE-EDT      PIC ZZ9.
           05 FILLER              PIC X(04) VALUE " %  ".
           05 WS-PCT-ASS-EDT      PIC ZZ9.
           05 FILLER              PIC X(02) VALUE " %".

       PROCEDURE DIVISION.

           ACCEPT WS-NBR-SAI.

           IF WS-NBR-SAI IS NUMERIC AND WS-NBR-SAI NOT = "00000"
               MOVE WS-NBR-SAI TO PG-NBR-MAX
           ELSE
               MOVE 50 TO PG-NBR-MAX
           END-IF.

      * Date du dernier calcul de "genasspie", rappelée en tête : la
      * table n'est pas recalculée ici.
           EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(calcule_le), 'YYYY-MM-DD'),
                               '')
               INTO :PG-DAT-CLC
               FROM association_pie
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-DAT-CLC
           END-IF.

           OPEN OUTPUT FIC-ASS.

           MOVE "PIECES VENDUES ENSEMBLE" TO FD-LGN-ASS.
           WRITE FD-LGN-ASS.

           STRING "Ventes des douze mois precedant le calcul du "
                  DELIMITED BY SIZE
                  PG-DAT-CLC DELIMITED BY SIZE
                  INTO FD-LGN-ASS
           END-STRING.
           WRITE FD-LGN-ASS.

           MOVE " " TO FD-LGN-ASS.
           WRITE FD-LGN-ASS.

           MOVE
      -    "  ID piece Piece                     ID associe Piece associ
      -    "ee             Ventes   % de A % de B"
               TO FD-LGN-ASS.
           WRITE FD-LGN-ASS.

           EXEC SQL OPEN CUR-ASS END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-ASS
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-IDF-ASS,
                        :PG-NOM-ASS, :PG-NBR-LIV, :PG-PCT-PIE,
                        :PG-PCT-ASS
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT
                   MOVE PG-IDF-ASS TO WS-IDF-ASS-EDT
                   MOVE PG-NOM-ASS TO WS-NOM-ASS-EDT
                   MOVE PG-NBR-LIV TO WS-NBR-LIV-EDT
                   MOVE PG-PCT-PIE TO WS-PCT-PIE-EDT
                   MOVE PG-PCT-ASS TO WS-PCT-ASS-EDT
                   MOVE WS-LGN-EDT TO FD-LGN-ASS
                   WRITE FD-LGN-ASS
                   ADD 1 TO WS-NBR-LGN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ASS END-EXEC.

           IF WS-NBR-LGN = 0
               MOVE "Aucune association : lancer genasspie"
                   TO FD-LGN-ASS
               WRITE FD-LGN-ASS
           END-IF.

           CLOSE FIC-ASS.

           DISPLAY "edtasspie : " WS-NBR-LGN " paire(s), edition dans"
               " associations_pieces.txt".

           EXIT PROGRAM.
