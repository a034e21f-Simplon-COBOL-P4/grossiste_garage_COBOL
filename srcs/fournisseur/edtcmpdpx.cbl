      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui édite le comparatif des réponses à une      *
      * demande de prix (comparatif_dpx_<demande>.txt), là où          *
      * "edtcmppri" ne compare que les prix déjà au catalogue          *
      * piece_fournisseur : pour chaque pièce demandée, une ligne par  *
      * fournisseur ayant répondu ("majrepdpx"/"imprepdpx") avec son   *
      * prix dans la devise de l'offre, le coût rendu unitaire en      *
      * euros (prix au taux de taux_change, majoré des frais de port   *
      * et de douane de l'offre répartis au prorata de sa valeur), le  *
      * coût rendu de la quantité demandée, le délai et la validité ;  *
      * la moins chère des offres encore valides est signalée, les     *
      * offres périmées aussi. Suit la synthèse par fournisseur        *
      * (pièces chiffrées sur pièces demandées, coût rendu total).     *
      * Rend le fournisseur de la meilleure offre complète et valide,  *
      * proposé à l'attribution ("attdpx").                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; CMP=COMPARATIF; DPX=DEMANDE DE PRIX; DPP=DEMANDE   *
      * DE PRIX PIECE; REP=REPONSE; FOU=FOURNISSEUR; PIE=PIECE;        *
      * PRI=PRIX; DEV=DEVISE; RVT=REVIENT (COUT RENDU); UNI=UNITAIRE;  *
      * TOT=TOTAL; DEL=DELAI; DAT=DATE; VAL=VALIDITE; IND=INDICATEUR;  *
      * PER=PERIMEE; MIN=MINIMUM; SYN=SYNTHESE; STA=STATUT;            *
      * NBR=NOMBRE; QTE=QUANTITE; NOM=NOM; PRC=PRECEDENTE;             *
      * SIG=SIGNALEMENT; ENT=ENTETE; LGN=LIGNE; OUV=OUVERTURE;         *
      * FIC=FICHIER; ETT=ETAT; LCT=LECTURE; ENC=EN COURS; CUR=CURSEUR; *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtcmpdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CMP ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CMP.
       01  FD-LGN-CMP                PIC X(135).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX              PIC 9(10).
       01 PG-DAT-DPX              PIC X(10).
       01 PG-STA-DPX              PIC 9(01).
       01 PG-NBR-PIE              PIC 9(05).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-DPP              PIC 9(07)V9(03).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-PRI-REP              PIC 9(08)V99.
       01 PG-DEV-REP              PIC X(03).
       01 PG-RVT-UNI              PIC 9(08)V99.
       01 PG-RVT-TOT              PIC 9(10)V99.
       01 PG-DEL-REP              PIC 9(05).
       01 PG-DAT-VAL              PIC X(10).
       01 PG-IND-PER              PIC 9(01).
       01 PG-IND-MIN              PIC 9(01).
       01 PG-NBR-LGN              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Une ligne par pièce et par réponse : prix dans la devise de
      * l'offre, coût rendu unitaire en euros (prix au taux de
      * taux_change, majoré des frais de l'offre au prorata de sa
      * valeur), coût rendu de la quantité demandée, délai,
      * validité ; la moins chère des offres encore valides est
      * signalée.
       EXEC SQL
           DECLARE CUR-LGN CURSOR FOR
               SELECT l.id_pie, p.nom_pie, dp.qte_dpp, f.nom_fou,
                      l.prix_rep, l.devise_dpf,
                      ROUND(l.rvt, 2), ROUND(l.rvt * dp.qte_dpp, 2),
                      COALESCE(l.delai_dpf, 0),
                      CAST(l.validite_dpf AS VARCHAR),
                      CASE WHEN l.validite_dpf < CURRENT_DATE
                           THEN 1 ELSE 0 END,
                      CASE WHEN l.rvt = MIN(CASE WHEN l.validite_dpf
                                                   >= CURRENT_DATE
                                                 THEN l.rvt END)
                                        OVER (PARTITION BY l.id_pie)
                           THEN 1 ELSE 0 END
               FROM (SELECT r.id_pie, r.id_fou, r.prix_rep,
                            o.devise_dpf, o.delai_dpf, o.validite_dpf,
                            r.prix_rep * o.tx
                            * (1 + o.frais_dpf / NULLIF(o.val, 0))
                                AS rvt
                     FROM reponse_prix r
                         JOIN (SELECT df.id_fou, df.devise_dpf,
                                      df.delai_dpf, df.validite_dpf,
                                      COALESCE(df.frais_dpf, 0)
                                          AS frais_dpf,
                                      CASE WHEN df.devise_dpf = 'EUR'
                                           THEN 1
                                           ELSE COALESCE(tc.taux_eur, 1)
                                      END AS tx,
                                      (SELECT SUM(r2.prix_rep
                                                  * dp2.qte_dpp)
                                       FROM reponse_prix r2
                                           JOIN demande_prix_piece dp2
                                               ON dp2.id_dpx = r2.id_dpx
                                              AND dp2.id_pie = r2.id_pie
                                       WHERE r2.id_dpx = df.id_dpx
                                         AND r2.id_fou = df.id_fou)
                                          AS val
                               FROM demande_prix_fou df
                                   LEFT JOIN taux_change tc
                                       ON tc.devise = df.devise_dpf
                               WHERE df.id_dpx = :PG-IDF-DPX
                                 AND df.date_rep_dpf IS NOT NULL) o
                             ON o.id_fou = r.id_fou
                     WHERE r.id_dpx = :PG-IDF-DPX) l
                   JOIN demande_prix_piece dp
                       ON dp.id_dpx = :PG-IDF-DPX
                      AND dp.id_pie = l.id_pie
                   JOIN piece p ON p.id_pie = l.id_pie
                   JOIN fournisseur f ON f.id_fou = l.id_fou
               ORDER BY l.id_pie, l.rvt
               FOR READ ONLY
       END-EXEC.

      * Synthèse par fournisseur : pièces chiffrées sur pièces
      * demandées et coût rendu total ; les offres complètes et
      * valides d'abord, la moins chère en tête.
       EXEC SQL
           DECLARE CUR-SYN CURSOR FOR
               SELECT l.id_fou, f.nom_fou, MIN(l.devise_dpf),
                      MIN(COALESCE(l.delai_dpf, 0)),
                      CAST(MIN(l.validite_dpf) AS VARCHAR),
                      MAX(CASE WHEN l.validite_dpf < CURRENT_DATE
                               THEN 1 ELSE 0 END),
                      COUNT(*),
                      ROUND(SUM(l.rvt * dp.qte_dpp), 2)
               FROM (SELECT r.id_pie, r.id_fou, r.prix_rep,
                            o.devise_dpf, o.delai_dpf, o.validite_dpf,
                            r.prix_rep * o.tx
                            * (1 + o.frais_dpf / NULLIF(o.val, 0))
                                AS rvt
                     FROM reponse_prix r
                         JOIN (SELECT df.id_fou, df.devise_dpf,
                                      df.delai_dpf, df.validite_dpf,
                                      COALESCE(df.frais_dpf, 0)
                                          AS frais_dpf,
                                      CASE WHEN df.devise_dpf = 'EUR'
                                           THEN 1
                                           ELSE COALESCE(tc.taux_eur, 1)
                                      END AS tx,
                                      (SELECT SUM(r2.prix_rep
                                                  * dp2.qte_dpp)
                                       FROM reponse_prix r2
                                           JOIN demande_prix_piece dp2
                                               ON dp2.id_dpx = r2.id_dpx
                                              AND dp2.id_pie = r2.id_pie
                                       WHERE r2.id_dpx = df.id_dpx
                                         AND r2.id_fou = df.id_fou)
                                          AS val
                               FROM demande_prix_fou df
                                   LEFT JOIN taux_change tc
                                       ON tc.devise = df.devise_dpf
                               WHERE df.id_dpx = :PG-IDF-DPX
                                 AND df.date_rep_dpf IS NOT NULL) o
                             ON o.id_fou = r.id_fou
                     WHERE r.id_dpx = :PG-IDF-DPX) l
                   JOIN demande_prix_piece dp
                       ON dp.id_dpx = :PG-IDF-DPX
                      AND dp.id_pie = l.id_pie
                   JOIN fournisseur f ON f.id_fou = l.id_fou
               GROUP BY l.id_fou, f.nom_fou
               ORDER BY CASE WHEN COUNT(*) =
                                  (SELECT COUNT(*)
                                   FROM demande_prix_piece dp3
                                   WHERE dp3.id_dpx = :PG-IDF-DPX)
                              AND MIN(l.validite_dpf) >= CURRENT_DATE
                             THEN 0 ELSE 1 END,
                        SUM(l.rvt * dp.qte_dpp)
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-DPX-EDT          PIC Z(09)9.
       01 WS-NBR-PIE-EDT          PIC Z(04)9.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-NBR-LGN-EDT          PIC Z(04)9.
       01 WS-TOT-EDT              PIC Z(09)9.99.

      * Rupture sur la pièce (une ligne d'entête par pièce).
       01 WS-PIE-PRC              PIC 9(10) VALUE 0.

       01 WS-LGN-EDT.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-NOM-FOU-EDT      PIC X(30).
           05 WS-PRI-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DEV-EDT          PIC X(03).
           05 WS-RVT-UNI-EDT      PIC Z(07)9.99.
           05 WS-RVT-TOT-EDT      PIC Z(09)9.99.
           05 WS-DEL-EDT          PIC Z(05)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-DAT-VAL-EDT      PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-SIG-EDT          PIC X(12).

       LINKAGE SECTION.
      * Argument d'entrée : la demande de prix.
       01 LK-IDF-DPX              PIC 9(10).
      * Arguments de sortie : le fournisseur de la meilleure offre
      * complète et encore valide (0 s'il n'y en a pas), et OK ou
      * VID (demande inconnue ou sans réponse).
       01 LK-IDF-FOU-MIN          PIC 9(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-IDF-FOU-MIN,
                                LK-LIR-RET.

           MOVE 0 TO LK-IDF-FOU-MIN.
           MOVE LK-IDF-DPX TO PG-IDF-DPX.

           EXEC SQL
               SELECT CAST(date_dpx AS VARCHAR), statut_dpx,
                      (SELECT COUNT(*)
                       FROM demande_prix_piece dp
                       WHERE dp.id_dpx = demande_prix.id_dpx)
               INTO :PG-DAT-DPX, :PG-STA-DPX, :PG-NBR-PIE
               FROM demande_prix
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-LIR-RET-VID TO TRUE.

           PERFORM 0100-OUV-FIC-DEB
              THRU 0100-OUV-FIC-FIN.

           PERFORM 0200-EDT-LGN-DEB
              THRU 0200-EDT-LGN-FIN.

           PERFORM 0300-EDT-SYN-DEB
              THRU 0300-EDT-SYN-FIN.

           CLOSE FIC-CMP.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Ouvre comparatif_dpx_<demande>.txt et écrit l'entête.
       0100-OUV-FIC-DEB.

           MOVE LK-IDF-DPX TO WS-IDF-DPX-EDT.

           STRING "comparatif_dpx_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-CMP.

           MOVE SPACES TO FD-LGN-CMP.
           STRING "COMPARATIF DES REPONSES A LA DEMANDE DE PRIX N. "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-DPX DELIMITED BY SIZE
                  INTO FD-LGN-CMP
           END-STRING.
           WRITE FD-LGN-CMP.

           IF PG-STA-DPX = 2
               MOVE "(demande deja attribuee)" TO FD-LGN-CMP
               WRITE FD-LGN-CMP
           END-IF.

           MOVE
      -    "Cout rendu en EUR : prix au taux du jour, majore des frais d
      -    "e port de l'offre au prorata de sa valeur."
               TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

       0100-OUV-FIC-FIN.

      *-----------------------------------------------------------------
      * Détail par pièce : une ligne par offre, de la moins chère à
      * la plus chère en coût rendu.
       0200-EDT-LGN-DEB.

           EXEC SQL OPEN CUR-LGN END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-LGN
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-DPP,
                        :PG-NOM-FOU, :PG-PRI-REP, :PG-DEV-REP,
                        :PG-RVT-UNI, :PG-RVT-TOT, :PG-DEL-REP,
                        :PG-DAT-VAL, :PG-IND-PER, :PG-IND-MIN
               END-EXEC

               IF SQLCODE = 0
                   SET LK-LIR-RET-OK TO TRUE
                   IF PG-IDF-PIE NOT = WS-PIE-PRC
                       PERFORM 0250-ENT-PIE-DEB
                          THRU 0250-ENT-PIE-FIN
                   END-IF
                   PERFORM 0260-LGN-REP-DEB
                      THRU 0260-LGN-REP-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-LGN END-EXEC.

       0200-EDT-LGN-FIN.

      *-----------------------------------------------------------------
       0250-ENT-PIE-DEB.

           MOVE PG-IDF-PIE TO WS-PIE-PRC.
           MOVE PG-QTE-DPP TO WS-TOT-EDT.
           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.

           MOVE " " TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

           MOVE SPACES TO FD-LGN-CMP.
           STRING "Piece " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY SIZE
                  " - quantite " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOT-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-CMP
           END-STRING.
           WRITE FD-LGN-CMP.

           MOVE
      -    "  Fournisseur                          Prix Dev  Rendu EUR  
      -    "Total rendu  Delai  Validite"
               TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

       0250-ENT-PIE-FIN.

      *-----------------------------------------------------------------
       0260-LGN-REP-DEB.

           MOVE PG-NOM-FOU TO WS-NOM-FOU-EDT.
           MOVE PG-PRI-REP TO WS-PRI-EDT.
           MOVE PG-DEV-REP TO WS-DEV-EDT.
           MOVE PG-RVT-UNI TO WS-RVT-UNI-EDT.
           MOVE PG-RVT-TOT TO WS-RVT-TOT-EDT.
           MOVE PG-DEL-REP TO WS-DEL-EDT.
           MOVE PG-DAT-VAL TO WS-DAT-VAL-EDT.

           EVALUATE TRUE
               WHEN PG-IND-PER = 1
                   MOVE "PERIMEE" TO WS-SIG-EDT
               WHEN PG-IND-MIN = 1
                   MOVE "MOINS CHERE" TO WS-SIG-EDT
               WHEN OTHER
                   MOVE SPACES TO WS-SIG-EDT
           END-EVALUATE.

           MOVE WS-LGN-EDT TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

       0260-LGN-REP-FIN.

      *-----------------------------------------------------------------
      * Synthèse par fournisseur ; la première offre complète et
      * encore valide est rendue à l'appelant.
       0300-EDT-SYN-DEB.

           MOVE " " TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

           MOVE "SYNTHESE PAR FOURNISSEUR" TO FD-LGN-CMP.
           WRITE FD-LGN-CMP.

           MOVE PG-NBR-PIE TO WS-NBR-PIE-EDT.

           EXEC SQL OPEN CUR-SYN END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-SYN
                   INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-DEV-REP,
                        :PG-DEL-REP, :PG-DAT-VAL, :PG-IND-PER,
                        :PG-NBR-LGN, :PG-RVT-TOT
               END-EXEC

               IF SQLCODE = 0
                   IF LK-IDF-FOU-MIN = 0
                           AND PG-NBR-LGN = PG-NBR-PIE
                           AND PG-IND-PER = 0
                       MOVE PG-IDF-FOU TO LK-IDF-FOU-MIN
                   END-IF

                   MOVE PG-NBR-LGN TO WS-NBR-LGN-EDT
                   MOVE PG-RVT-TOT TO WS-TOT-EDT
                   MOVE PG-NOM-FOU TO WS-NOM-FOU-EDT
                   MOVE SPACES TO FD-LGN-CMP
                   STRING "  " DELIMITED BY SIZE
                          WS-NOM-FOU-EDT DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-LGN-EDT)
                          DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-PIE-EDT)
                          DELIMITED BY SIZE
                          " piece(s), total rendu " DELIMITED BY SIZE
                          WS-TOT-EDT DELIMITED BY SIZE
                          " EUR, validite " DELIMITED BY SIZE
                          PG-DAT-VAL DELIMITED BY SIZE
                          INTO FD-LGN-CMP
                   END-STRING
                   IF PG-IDF-FOU = LK-IDF-FOU-MIN
                       MOVE "<- MEILLEURE OFFRE" TO FD-LGN-CMP(110:18)
                   END-IF
                   IF PG-IND-PER = 1
                       MOVE "PERIMEE" TO FD-LGN-CMP(110:18)
                   END-IF
                   WRITE FD-LGN-CMP
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SYN END-EXEC.

       0300-EDT-SYN-FIN.
