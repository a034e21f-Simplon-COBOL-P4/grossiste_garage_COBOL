      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui édite le rapprochement du stock embarqué    *
      * des tournées de vente en fourgon (rapprochement_tournees.txt)  *
      * sur une période : pour chaque tournée (date, chauffeur) et     *
      * chaque pièce, la quantité chargée le matin et retournée le     *
      * soir ("majstktou", table stock_tournee), la quantité vendue    *
      * aux clients visités (sortantes rattachées à la tournée par     *
      * "ecrvcomp"/"majlivtou", livraison.id_tou_vte) et l'écart       *
      * inexpliqué (chargé - vendu - retourné) valorisé au coût moyen  *
      * pondéré, signalé ECART ; puis la synthèse par chauffeur        *
      * (tournées, quantités, écart et sa valeur). Rend le nombre de   *
      * lignes en écart.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; REC=RAPPROCHEMENT; TOU=TOURNEE; DAT=DATE;          *
      * DEB=DEBUT; FIN=FIN; CHF=CHAUFFEUR; PIE=PIECE; NOM=NOM;         *
      * QTE=QUANTITE; CHG=CHARGEE; VTE=VENDUE; RET=RETOURNEE;          *
      * ECT=ECART; VAL=VALEUR; NBR=NOMBRE; PRC=PRECEDENTE; BRU=BRUTE;  *
      * ANN=ANNEE; MOI=MOIS; JOU=JOUR; SIG=SIGNALEMENT; ENT=ENTETE;    *
      * LGN=LIGNE; PER=PERIODE; INI=INITIALISATION; FIC=FICHIER;       *
      * CUR=CURSEUR; ETT=ETAT; LCT=LECTURE; ENC=EN COURS;              *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtrectou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REC ASSIGN TO "rapprochement_tournees.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-REC.
       01  FD-LGN-REC                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-IDF-TOU              PIC 9(10).
       01 PG-DAT-TOU              PIC X(10).
       01 PG-NOM-CHF              PIC X(20).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-CHG              PIC 9(07)V9(03).
       01 PG-QTE-VTE              PIC 9(07)V9(03).
       01 PG-QTE-RET              PIC 9(07)V9(03).
       01 PG-QTE-ECT              PIC S9(07)V9(03).
       01 PG-VAL-ECT              PIC S9(10)V99.
       01 PG-NBR-TOU              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Chargé / vendu / retourné par tournée et par pièce, sur les
      * tournées de la période. Les pièces sont celles chargées ou
      * retournées (stock_tournee, "majstktou") et celles vendues
      * sur la tournée (sortantes rattachées par "majlivtou") ;
      * écart = chargé - vendu - retourné, valorisé au coût moyen
      * pondéré.
       EXEC SQL
           DECLARE CUR-REC CURSOR FOR
               SELECT t.id_tou, CAST(t.date_tou AS VARCHAR),
                      COALESCE(u.nom_uti, ' '),
                      r.id_pie, p.nom_pie, r.chg, r.vte, r.ret,
                      r.chg - r.vte - r.ret,
                      ROUND((r.chg - r.vte - r.ret)
                            * COALESCE(p.cump_pie, 0), 2)
               FROM (SELECT k.id_tou, k.id_pie,
                            COALESCE(s.qt_chg_stt, 0) AS chg,
                            COALESCE(s.qt_ret_stt, 0) AS ret,
                            COALESCE(
                                (SELECT SUM(COALESCE(lp.qt_recue_pie,
                                                     lp.qt_liv_pie))
                                 FROM livraison l
                                     JOIN livraison_piece lp
                                         ON lp.id_liv = l.id_liv
                                 WHERE l.id_tou_vte = k.id_tou
                                   AND lp.id_pie = k.id_pie
                                   AND l.supprime_le = ''), 0)
                                AS vte
                     FROM (SELECT id_tou, id_pie
                           FROM stock_tournee
                           UNION
                           SELECT l.id_tou_vte, lp.id_pie
                           FROM livraison l
                               JOIN livraison_piece lp
                                   ON lp.id_liv = l.id_liv
                           WHERE l.id_tou_vte IS NOT NULL
                             AND l.supprime_le = '') k
                         LEFT JOIN stock_tournee s
                             ON s.id_tou = k.id_tou
                            AND s.id_pie = k.id_pie) r
                   JOIN tournee t ON t.id_tou = r.id_tou
                   JOIN piece p ON p.id_pie = r.id_pie
                   LEFT JOIN utilisateur u ON u.id_uti = t.id_uti_chf
               WHERE t.date_tou >= CAST(:PG-DAT-DEB AS DATE)
                 AND t.date_tou <= CAST(:PG-DAT-FIN AS DATE)
               ORDER BY t.date_tou, t.id_tou, r.id_pie
               FOR READ ONLY
       END-EXEC.

      * Même rapprochement cumulé par chauffeur sur la période.
       EXEC SQL
           DECLARE CUR-CHF CURSOR FOR
               SELECT COALESCE(u.nom_uti, '(sans chauffeur)'),
                      COUNT(DISTINCT t.id_tou),
                      SUM(r.chg), SUM(r.vte), SUM(r.ret),
                      SUM(r.chg - r.vte - r.ret),
                      ROUND(SUM((r.chg - r.vte - r.ret)
                                * COALESCE(p.cump_pie, 0)), 2)
               FROM (SELECT k.id_tou, k.id_pie,
                            COALESCE(s.qt_chg_stt, 0) AS chg,
                            COALESCE(s.qt_ret_stt, 0) AS ret,
                            COALESCE(
                                (SELECT SUM(COALESCE(lp.qt_recue_pie,
                                                     lp.qt_liv_pie))
                                 FROM livraison l
                                     JOIN livraison_piece lp
                                         ON lp.id_liv = l.id_liv
                                 WHERE l.id_tou_vte = k.id_tou
                                   AND lp.id_pie = k.id_pie
                                   AND l.supprime_le = ''), 0)
                                AS vte
                     FROM (SELECT id_tou, id_pie
                           FROM stock_tournee
                           UNION
                           SELECT l.id_tou_vte, lp.id_pie
                           FROM livraison l
                               JOIN livraison_piece lp
                                   ON lp.id_liv = l.id_liv
                           WHERE l.id_tou_vte IS NOT NULL
                             AND l.supprime_le = '') k
                         LEFT JOIN stock_tournee s
                             ON s.id_tou = k.id_tou
                            AND s.id_pie = k.id_pie) r
                   JOIN tournee t ON t.id_tou = r.id_tou
                   JOIN piece p ON p.id_pie = r.id_pie
                   LEFT JOIN utilisateur u ON u.id_uti = t.id_uti_chf
               WHERE t.date_tou >= CAST(:PG-DAT-DEB AS DATE)
                 AND t.date_tou <= CAST(:PG-DAT-FIN AS DATE)
               GROUP BY COALESCE(u.nom_uti, '(sans chauffeur)')
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Rupture sur la tournée (une ligne d'entête par tournée).
       01 WS-TOU-PRC              PIC 9(10) VALUE 0.

       01 WS-DAT-BRU              PIC X(08).
       01 WS-DAT-BRU-DEC REDEFINES WS-DAT-BRU.
           05 WS-BRU-ANN          PIC X(04).
           05 WS-BRU-MOI          PIC X(02).
           05 WS-BRU-JOU          PIC X(02).

       01 WS-IDF-TOU-EDT          PIC Z(09)9.
       01 WS-NBR-TOU-EDT          PIC Z(04)9.
       01 WS-VAL-ECT-EDT          PIC -(09)9.99.

       01 WS-LGN-EDT.
           05 WS-PIE-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-PIE-EDT      PIC X(30).
           05 WS-CHG-EDT          PIC Z(06)9.999.
           05 WS-VTE-EDT          PIC Z(06)9.999.
           05 WS-RET-EDT          PIC Z(06)9.999.
           05 WS-ECT-EDT          PIC -(06)9.999.
           05 WS-VAL-EDT          PIC -(09)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIG-EDT          PIC X(06).

       LINKAGE SECTION.
      * Arguments d'entrée : période des tournées (AAAA-MM-JJ, à
      * blanc = aujourd'hui).
       01 LK-DAT-DEB              PIC X(10).
       01 LK-DAT-FIN              PIC X(10).
      * Arguments de sortie : nombre de lignes en écart, et OK ou VI
      * (aucune tournée chargée sur la période).
       01 LK-NBR-ECT              PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-DAT-DEB,
                                LK-DAT-FIN,
                                LK-NBR-ECT,
                                LK-LIR-RET.

           MOVE 0 TO LK-NBR-ECT.
           SET LK-LIR-RET-VID TO TRUE.

           PERFORM 0100-INI-PER-DEB
              THRU 0100-INI-PER-FIN.

           OPEN OUTPUT FIC-REC.

           MOVE "RAPPROCHEMENT DES TOURNEES (STOCK FOURGON)"
               TO FD-LGN-REC.
           WRITE FD-LGN-REC.

           MOVE SPACES TO FD-LGN-REC.
           STRING "Tournees du " DELIMITED BY SIZE
                  PG-DAT-DEB DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  PG-DAT-FIN DELIMITED BY SIZE
                  INTO FD-LGN-REC
           END-STRING.
           WRITE FD-LGN-REC.

           PERFORM 0200-EDT-TOU-DEB
              THRU 0200-EDT-TOU-FIN.

           PERFORM 0300-EDT-CHF-DEB
              THRU 0300-EDT-CHF-FIN.

           CLOSE FIC-REC.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Période des tournées : bornes saisies, aujourd'hui à défaut.
       0100-INI-PER-DEB.

           ACCEPT WS-DAT-BRU FROM DATE YYYYMMDD.

           IF LK-DAT-DEB = SPACES
               STRING WS-BRU-ANN "-" WS-BRU-MOI "-" WS-BRU-JOU
                   DELIMITED BY SIZE
                   INTO PG-DAT-DEB
               END-STRING
           ELSE
               MOVE LK-DAT-DEB TO PG-DAT-DEB
           END-IF.

           IF LK-DAT-FIN = SPACES
               MOVE PG-DAT-DEB TO PG-DAT-FIN
           ELSE
               MOVE LK-DAT-FIN TO PG-DAT-FIN
           END-IF.

       0100-INI-PER-FIN.

      *-----------------------------------------------------------------
      * Détail par tournée : une ligne par pièce, les écarts
      * inexpliqués signalés.
       0200-EDT-TOU-DEB.

           EXEC SQL OPEN CUR-REC END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-REC
                   INTO :PG-IDF-TOU, :PG-DAT-TOU, :PG-NOM-CHF,
                        :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-CHG,
                        :PG-QTE-VTE, :PG-QTE-RET, :PG-QTE-ECT,
                        :PG-VAL-ECT
               END-EXEC

               IF SQLCODE = 0
                   SET LK-LIR-RET-OK TO TRUE
                   IF PG-IDF-TOU NOT = WS-TOU-PRC
                       PERFORM 0250-ENT-TOU-DEB
                          THRU 0250-ENT-TOU-FIN
                   END-IF
                   PERFORM 0260-LGN-PIE-DEB
                      THRU 0260-LGN-PIE-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-REC END-EXEC.

       0200-EDT-TOU-FIN.

      *-----------------------------------------------------------------
       0250-ENT-TOU-DEB.

           MOVE PG-IDF-TOU TO WS-TOU-PRC.
           MOVE PG-IDF-TOU TO WS-IDF-TOU-EDT.

           MOVE " " TO FD-LGN-REC.
           WRITE FD-LGN-REC.

           MOVE SPACES TO FD-LGN-REC.
           STRING "Tournee " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-TOU-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-TOU DELIMITED BY SIZE
                  " - chauffeur : " DELIMITED BY SIZE
                  PG-NOM-CHF DELIMITED BY SIZE
                  INTO FD-LGN-REC
           END-STRING.
           WRITE FD-LGN-REC.

           MOVE
      -    "     Piece Designation                      Charge      Vend
      -    "u   Retourne      Ecart   Valeur ecart"
               TO FD-LGN-REC.
           WRITE FD-LGN-REC.

       0250-ENT-TOU-FIN.

      *-----------------------------------------------------------------
       0260-LGN-PIE-DEB.

           MOVE PG-IDF-PIE TO WS-PIE-EDT.
           MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT.
           MOVE PG-QTE-CHG TO WS-CHG-EDT.
           MOVE PG-QTE-VTE TO WS-VTE-EDT.
           MOVE PG-QTE-RET TO WS-RET-EDT.
           MOVE PG-QTE-ECT TO WS-ECT-EDT.
           MOVE PG-VAL-ECT TO WS-VAL-EDT.

           IF PG-QTE-ECT = 0
               MOVE SPACES TO WS-SIG-EDT
           ELSE
               MOVE "ECART" TO WS-SIG-EDT
               ADD 1 TO LK-NBR-ECT
           END-IF.

           MOVE WS-LGN-EDT TO FD-LGN-REC.
           WRITE FD-LGN-REC.

       0260-LGN-PIE-FIN.

      *-----------------------------------------------------------------
      * Synthèse par chauffeur.
       0300-EDT-CHF-DEB.

           MOVE " " TO FD-LGN-REC.
           WRITE FD-LGN-REC.

           MOVE "SYNTHESE PAR CHAUFFEUR" TO FD-LGN-REC.
           WRITE FD-LGN-REC.

           MOVE
      -    "Chauffeur            Tournees     Charge      Vendu   Retour
      -    "ne      Ecart   Valeur ecart"
               TO FD-LGN-REC.
           WRITE FD-LGN-REC.

           EXEC SQL OPEN CUR-CHF END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-CHF
                   INTO :PG-NOM-CHF, :PG-NBR-TOU, :PG-QTE-CHG,
                        :PG-QTE-VTE, :PG-QTE-RET, :PG-QTE-ECT,
                        :PG-VAL-ECT
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-NBR-TOU TO WS-NBR-TOU-EDT
                   MOVE PG-QTE-CHG TO WS-CHG-EDT
                   MOVE PG-QTE-VTE TO WS-VTE-EDT
                   MOVE PG-QTE-RET TO WS-RET-EDT
                   MOVE PG-QTE-ECT TO WS-ECT-EDT
                   MOVE PG-VAL-ECT TO WS-VAL-ECT-EDT
                   MOVE SPACES TO FD-LGN-REC
                   STRING PG-NOM-CHF DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NBR-TOU-EDT DELIMITED BY SIZE
                          WS-CHG-EDT DELIMITED BY SIZE
                          WS-VTE-EDT DELIMITED BY SIZE
                          WS-RET-EDT DELIMITED BY SIZE
                          WS-ECT-EDT DELIMITED BY SIZE
                          WS-VAL-ECT-EDT DELIMITED BY SIZE
                          INTO FD-LGN-REC
                   END-STRING
                   WRITE FD-LGN-REC
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CHF END-EXEC.

       0300-EDT-CHF-FIN.
