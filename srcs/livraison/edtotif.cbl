      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition mensuelle du taux de service client (OTIF, à l'heure   *
      * et complet) sur les livraisons sortantes clôturées dans le     *
      * mois (saisi AAAAMM ou mois précédent), dans                    *
      * "otif_clients.txt". Une livraison est à l'heure si sa date de  *
      * clôture (date_ter_liv, posée par "majliv") ne dépasse pas la   *
      * date promise à la commande (date_fin_liv) ; elle est complète  *
      * si aucune de ses lignes n'a été servie en dessous de la        *
      * quantité commandée. Par client : livraisons, % à l'heure, %    *
      * complètes, % OTIF, taux de service en quantité, backorders     *
      * encore ouverts et ventes perdues du mois, avec un total de la  *
      * maison ; puis par dépôt d'expédition, par catégorie de pièce,  *
      * et les dix pièces les plus en défaut (manquants et ventes      *
      * perdues).                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; OTI=OTIF (ON TIME IN FULL); FIC=FICHIER;          *
      * LGN=LIGNE; DAT=DATE; DEB=DEBUT; FIN=FIN; IDF=IDENTIFIANT;      *
      * NBR=NOMBRE; LIV=LIVRAISON; HEU=A L'HEURE; CPL=COMPLET;         *
      * QTE=QUANTITE; CMD=COMMANDE; SRV=SERVI; BKO=BACKORDER; VP=VENTE *
      * PERDUE; MNQ=MANQUANT; CLI=CLIENT; DEP=DEPOT; CAT=CATEGORIE;    *
      * PIE=PIECE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE; ENC=EN COURS;   *
      * MOI=MOIS; SAI=SAISI; JOU=JOUR; ANN=ANNEE; PCT=POURCENTAGE;     *
      * NUM=NUMERATEUR; DEN=DENOMINATEUR; TOT=TOTAL; LIB=LIBELLE;      *
      * ENT=EN-TETE; ECR=ECRIRE; CAL=CALCULER; INI=INITIALISER.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtotif.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-OTI ASSIGN TO "otif_clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-OTI.
       01  FD-LGN-OTI                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-IDF                  PIC 9(10).
       01 PG-NOM                  PIC X(30).
       01 PG-NBR-LIV              PIC 9(07).
       01 PG-NBR-HEU              PIC 9(07).
       01 PG-NBR-CPL              PIC 9(07).
       01 PG-NBR-OTI              PIC 9(07).
       01 PG-NBR-LGN              PIC 9(07).
       01 PG-NBR-LGN-CPL          PIC 9(07).
       01 PG-QTE-CMD              PIC 9(10)V9(03).
       01 PG-QTE-SRV              PIC 9(10)V9(03).
       01 PG-QTE-BKO              PIC 9(10)V9(03).
       01 PG-QTE-VP               PIC 9(10)V9(03).
       01 PG-NBR-MNQ              PIC 9(07).
       01 PG-QTE-MNQ              PIC 9(10)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Livraisons sortantes clôturées dans le mois (date réelle de
      * clôture date_ter_liv, à défaut date prévue pour les
      * livraisons antérieures à sa tenue) par client : à l'heure
      * (clôturée au plus tard à la date promise à la commande,
      * date_fin_liv), complètes (aucune ligne servie en dessous de
      * la quantité commandée), et les deux à la fois (OTIF).
       EXEC SQL
           DECLARE CUR-CLI CURSOR FOR
               SELECT x.id_cli, CAST(c.nom_cli AS VARCHAR(30)),
                      COUNT(*), SUM(x.heu), SUM(x.cpl),
                      SUM(x.heu * x.cpl)
               FROM (SELECT l.id_liv, l.id_cli,
                            CASE WHEN COALESCE(l.date_ter_liv,
                                               l.date_fin_liv)
                                      <= l.date_fin_liv
                                 THEN 1 ELSE 0 END AS heu,
                            CASE WHEN EXISTS
                                      (SELECT 1
                                       FROM livraison_piece lp
                                       WHERE lp.id_liv = l.id_liv
                                         AND lp.qt_recue_pie
                                             < lp.qt_liv_pie)
                                 THEN 0 ELSE 1 END AS cpl
                     FROM livraison l
                     WHERE l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.retour_liv, 0) = 0
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           >= :PG-DAT-DEB
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           < :PG-DAT-FIN) x
                   JOIN client c ON c.id_cli = x.id_cli
               GROUP BY x.id_cli, c.nom_cli
               ORDER BY x.id_cli
               FOR READ ONLY
       END-EXEC.

      * Mêmes livraisons, par dépôt d'expédition.
       EXEC SQL
           DECLARE CUR-DEP CURSOR FOR
               SELECT x.id_ent, COUNT(*), SUM(x.heu), SUM(x.cpl),
                      SUM(x.heu * x.cpl)
               FROM (SELECT COALESCE(NULLIF(l.id_entrepot, 0), 1)
                                AS id_ent,
                            CASE WHEN COALESCE(l.date_ter_liv,
                                               l.date_fin_liv)
                                      <= l.date_fin_liv
                                 THEN 1 ELSE 0 END AS heu,
                            CASE WHEN EXISTS
                                      (SELECT 1
                                       FROM livraison_piece lp
                                       WHERE lp.id_liv = l.id_liv
                                         AND lp.qt_recue_pie
                                             < lp.qt_liv_pie)
                                 THEN 0 ELSE 1 END AS cpl
                     FROM livraison l
                     WHERE l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.retour_liv, 0) = 0
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           >= :PG-DAT-DEB
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           < :PG-DAT-FIN) x
               GROUP BY x.id_ent
               ORDER BY x.id_ent
               FOR READ ONLY
       END-EXEC.

      * Lignes de ces livraisons par catégorie de pièce : lignes
      * complètes, quantités commandées et servies, et ventes
      * perdues du mois (vente_perdue) sur la catégorie.
       EXEC SQL
           DECLARE CUR-CAT CURSOR FOR
               SELECT COALESCE(p.id_cat_pie, 0),
                      CAST(COALESCE(ca.nom_cat_pie, 'SANS CATEGORIE')
                           AS VARCHAR(30)),
                      COUNT(*),
                      SUM(CASE WHEN lp.qt_recue_pie >= lp.qt_liv_pie
                               THEN 1 ELSE 0 END),
                      SUM(lp.qt_liv_pie),
                      SUM(LEAST(lp.qt_recue_pie, lp.qt_liv_pie)),
                      COALESCE(
                          (SELECT SUM(vp.qte_vp)
                           FROM vente_perdue vp
                               JOIN piece p2 ON p2.id_pie = vp.id_pie
                           WHERE COALESCE(p2.id_cat_pie, 0)
                                 = COALESCE(p.id_cat_pie, 0)
                             AND vp.date_vp >= :PG-DAT-DEB
                             AND vp.date_vp < :PG-DAT-FIN), 0)
               FROM livraison l
                   JOIN livraison_piece lp ON lp.id_liv = l.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
                   LEFT JOIN categorie_pie ca
                       ON ca.id_cat_pie = p.id_cat_pie
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                     >= :PG-DAT-DEB
                 AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                     < :PG-DAT-FIN
               GROUP BY COALESCE(p.id_cat_pie, 0), ca.nom_cat_pie
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

      * Pièces les plus en défaut du mois : lignes servies en
      * dessous de la commande (manquant) et ventes perdues, les dix
      * plus fortes quantités non servies.
       EXEC SQL
           DECLARE CUR-PIE CURSOR FOR
               SELECT y.id_pie, CAST(p.nom_pie AS VARCHAR(30)),
                      SUM(y.nbr_mnq), SUM(y.qte_mnq), SUM(y.qte_vp)
               FROM (SELECT lp.id_pie, 1 AS nbr_mnq,
                            lp.qt_liv_pie - lp.qt_recue_pie AS qte_mnq,
                            0 AS qte_vp
                     FROM livraison l
                         JOIN livraison_piece lp
                             ON lp.id_liv = l.id_liv
                     WHERE l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.retour_liv, 0) = 0
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           >= :PG-DAT-DEB
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           < :PG-DAT-FIN
                       AND lp.qt_recue_pie < lp.qt_liv_pie
                     UNION ALL
                     SELECT vp.id_pie, 0, 0, vp.qte_vp
                     FROM vente_perdue vp
                     WHERE vp.date_vp >= :PG-DAT-DEB
                       AND vp.date_vp < :PG-DAT-FIN) y
                   JOIN piece p ON p.id_pie = y.id_pie
               GROUP BY y.id_pie, p.nom_pie
               ORDER BY SUM(y.qte_mnq) + SUM(y.qte_vp) DESC, y.id_pie
               LIMIT 10
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

      * Pourcentage calculé par 0900 (WS-PCT-NUM sur WS-PCT-DEN).
       01 WS-PCT-NUM              PIC 9(10)V9(03).
       01 WS-PCT-DEN              PIC 9(10)V9(03).
       01 WS-PCT                  PIC 9(03)V9.

      * Totaux de la maison (somme des clients).
       01 WS-NBR-CLI              PIC 9(05) VALUE 0.
       01 WS-TOT-LIV              PIC 9(07) VALUE 0.
       01 WS-TOT-HEU              PIC 9(07) VALUE 0.
       01 WS-TOT-CPL              PIC 9(07) VALUE 0.
       01 WS-TOT-OTI              PIC 9(07) VALUE 0.
       01 WS-TOT-CMD              PIC 9(10)V9(03) VALUE 0.
       01 WS-TOT-SRV              PIC 9(10)V9(03) VALUE 0.
       01 WS-TOT-BKO              PIC 9(10)V9(03) VALUE 0.
       01 WS-TOT-VP               PIC 9(10)V9(03) VALUE 0.

      * Ligne client / dépôt / total : livraisons, à l'heure,
      * complètes, OTIF, taux de service (quantité servie sur
      * commandée), backorders ouverts et ventes perdues.
       01 WS-LGN-EDT.
           05 WS-LIB-EDT          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIV-EDT          PIC Z(05)9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-HEU-EDT          PIC ZZ9.9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-CPL-EDT          PIC ZZ9.9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-OTI-EDT          PIC ZZ9.9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-SRV-EDT          PIC ZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-BKO-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-VP-EDT           PIC Z(07)9.99.

      * Ligne catégorie : lignes, lignes complètes, taux de service,
      * ventes perdues.
       01 WS-LGN-CAT.
           05 WS-CAT-LIB-EDT      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CAT-LGN-EDT      PIC Z(06)9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-CAT-CPL-EDT      PIC ZZ9.9.
           05 FILLER              PIC X(03) VALUE SPACE.
           05 WS-CAT-SRV-EDT      PIC ZZ9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CAT-VP-EDT       PIC Z(07)9.99.

      * Ligne pièce en défaut : lignes en manquant, quantité
      * manquante, ventes perdues.
       01 WS-LGN-PIE.
           05 WS-PIE-IDF-EDT      PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PIE-NOM-EDT      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PIE-NBR-EDT      PIC Z(06)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PIE-MNQ-EDT      PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PIE-VP-EDT       PIC Z(07)9.99.

       01 WS-IDF-EDT              PIC Z(09)9.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-OTI.

           MOVE "TAUX DE SERVICE CLIENT (OTIF)" TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-OTI
           END-STRING.
           WRITE FD-LGN-OTI.

           PERFORM 0200-EDT-CLI-DEB
              THRU 0200-EDT-CLI-FIN.

           PERFORM 0300-EDT-DEP-DEB
              THRU 0300-EDT-DEP-FIN.

           PERFORM 0400-EDT-CAT-DEB
              THRU 0400-EDT-CAT-FIN.

           PERFORM 0500-EDT-PIE-DEB
              THRU 0500-EDT-PIE-FIN.

           CLOSE FIC-OTI.

           MOVE WS-TOT-OTI TO WS-PCT-NUM.
           MOVE WS-TOT-LIV TO WS-PCT-DEN.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-OTI-EDT.

           DISPLAY "edtotif : " WS-TOT-LIV " livraison(s), OTIF "
               WS-OTI-EDT " %, edition dans otif_clients.txt".

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
      * Section par client, puis ligne de total de la maison.
       0200-EDT-CLI-DEB.

           MOVE " " TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE "PAR CLIENT" TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           PERFORM 0800-ENT-LGN-DEB
              THRU 0800-ENT-LGN-FIN.

           EXEC SQL OPEN CUR-CLI END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-CLI
                   INTO :PG-IDF, :PG-NOM, :PG-NBR-LIV, :PG-NBR-HEU,
                        :PG-NBR-CPL, :PG-NBR-OTI
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0250-LGN-CLI-DEB
                      THRU 0250-LGN-CLI-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CLI END-EXEC.

           MOVE "TOTAL" TO WS-LIB-EDT.
           MOVE WS-TOT-LIV TO PG-NBR-LIV.
           MOVE WS-TOT-HEU TO PG-NBR-HEU.
           MOVE WS-TOT-CPL TO PG-NBR-CPL.
           MOVE WS-TOT-OTI TO PG-NBR-OTI.
           MOVE WS-TOT-CMD TO PG-QTE-CMD.
           MOVE WS-TOT-SRV TO PG-QTE-SRV.
           MOVE WS-TOT-BKO TO PG-QTE-BKO.
           MOVE WS-TOT-VP  TO PG-QTE-VP.
           PERFORM 0850-ECR-LGN-DEB
              THRU 0850-ECR-LGN-FIN.

       0200-EDT-CLI-FIN.

      *-----------------------------------------------------------------
      * Ligne d'un client : ses quantités commandées et servies du
      * mois, ses backorders encore ouverts et ses ventes perdues du
      * mois complètent les compteurs du curseur.
       0250-LGN-CLI-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(lp.qt_liv_pie), 0),
                      COALESCE(SUM(LEAST(lp.qt_recue_pie,
                                         lp.qt_liv_pie)), 0)
               INTO :PG-QTE-CMD, :PG-QTE-SRV
               FROM livraison l
                   JOIN livraison_piece lp ON lp.id_liv = l.id_liv
               WHERE l.id_cli = :PG-IDF
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                     >= :PG-DAT-DEB
                 AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                     < :PG-DAT-FIN
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-QTE-CMD
               MOVE 0 TO PG-QTE-SRV
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(b.qte_bko), 0)
               INTO :PG-QTE-BKO
               FROM backorder b
               WHERE b.id_cli = :PG-IDF
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-QTE-BKO
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(vp.qte_vp), 0)
               INTO :PG-QTE-VP
               FROM vente_perdue vp
               WHERE vp.id_cli = :PG-IDF
                 AND vp.date_vp >= :PG-DAT-DEB
                 AND vp.date_vp < :PG-DAT-FIN
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-QTE-VP
           END-IF.

           MOVE PG-NOM TO WS-LIB-EDT.
           PERFORM 0850-ECR-LGN-DEB
              THRU 0850-ECR-LGN-FIN.

           ADD 1 TO WS-NBR-CLI.
           ADD PG-NBR-LIV TO WS-TOT-LIV.
           ADD PG-NBR-HEU TO WS-TOT-HEU.
           ADD PG-NBR-CPL TO WS-TOT-CPL.
           ADD PG-NBR-OTI TO WS-TOT-OTI.
           ADD PG-QTE-CMD TO WS-TOT-CMD.
           ADD PG-QTE-SRV TO WS-TOT-SRV.
           ADD PG-QTE-BKO TO WS-TOT-BKO.
           ADD PG-QTE-VP  TO WS-TOT-VP.

       0250-LGN-CLI-FIN.

      *-----------------------------------------------------------------
      * Section par dépôt d'expédition (ni backorders ni ventes
      * perdues, qui ne sont pas rattachés à un dépôt).
       0300-EDT-DEP-DEB.

           MOVE " " TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE "PAR DEPOT" TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           PERFORM 0800-ENT-LGN-DEB
              THRU 0800-ENT-LGN-FIN.

           EXEC SQL OPEN CUR-DEP END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-DEP
                   INTO :PG-IDF, :PG-NBR-LIV, :PG-NBR-HEU,
                        :PG-NBR-CPL, :PG-NBR-OTI
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF TO WS-IDF-EDT
                   MOVE SPACES TO WS-LIB-EDT
                   STRING "Depot " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          INTO WS-LIB-EDT
                   END-STRING
                   MOVE 0 TO PG-QTE-CMD
                   MOVE 0 TO PG-QTE-SRV
                   MOVE 0 TO PG-QTE-BKO
                   MOVE 0 TO PG-QTE-VP
                   PERFORM 0850-ECR-LGN-DEB
                      THRU 0850-ECR-LGN-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-DEP END-EXEC.

       0300-EDT-DEP-FIN.

      *-----------------------------------------------------------------
      * Section par catégorie de pièce, au niveau des lignes.
       0400-EDT-CAT-DEB.

           MOVE " " TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE "PAR CATEGORIE DE PIECE" TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE
      -    "Categorie                        Lignes  Complet%   Serv.%  
      -    " Ventes perdues"
               TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

           EXEC SQL OPEN CUR-CAT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-CAT
                   INTO :PG-IDF, :PG-NOM, :PG-NBR-LGN,
                        :PG-NBR-LGN-CPL, :PG-QTE-CMD, :PG-QTE-SRV,
                        :PG-QTE-VP
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0450-LGN-CAT-DEB
                      THRU 0450-LGN-CAT-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CAT END-EXEC.

       0400-EDT-CAT-FIN.

      *-----------------------------------------------------------------
       0450-LGN-CAT-DEB.

           MOVE PG-NOM TO WS-CAT-LIB-EDT.
           MOVE PG-NBR-LGN TO WS-CAT-LGN-EDT.

           MOVE PG-NBR-LGN-CPL TO WS-PCT-NUM.
           MOVE PG-NBR-LGN TO WS-PCT-DEN.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-CAT-CPL-EDT.

           MOVE PG-QTE-SRV TO WS-PCT-NUM.
           MOVE PG-QTE-CMD TO WS-PCT-DEN.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-CAT-SRV-EDT.

           MOVE PG-QTE-VP TO WS-CAT-VP-EDT.

           MOVE WS-LGN-CAT TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

       0450-LGN-CAT-FIN.

      *-----------------------------------------------------------------
      * Les dix pièces les plus en défaut du mois.
       0500-EDT-PIE-DEB.

           MOVE " " TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE "PIECES LES PLUS EN DEFAUT" TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.
           MOVE
      -    "  ID piece Piece                          Lignes   Manquant 
      -    " Vente perdue"
               TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

           EXEC SQL OPEN CUR-PIE END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-PIE
                   INTO :PG-IDF, :PG-NOM, :PG-NBR-MNQ, :PG-QTE-MNQ,
                        :PG-QTE-VP
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF     TO WS-PIE-IDF-EDT
                   MOVE PG-NOM     TO WS-PIE-NOM-EDT
                   MOVE PG-NBR-MNQ TO WS-PIE-NBR-EDT
                   MOVE PG-QTE-MNQ TO WS-PIE-MNQ-EDT
                   MOVE PG-QTE-VP  TO WS-PIE-VP-EDT
                   MOVE WS-LGN-PIE TO FD-LGN-OTI
                   WRITE FD-LGN-OTI
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-PIE END-EXEC.

       0500-EDT-PIE-FIN.

      *-----------------------------------------------------------------
      * En-tête des colonnes client / dépôt.
       0800-ENT-LGN-DEB.

           MOVE
      -    "                                 Livr. A l'heure% Complet%  
      -    "OTIF%   Serv.%   Backorders  Vente perdue"
               TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

       0800-ENT-LGN-FIN.

      *-----------------------------------------------------------------
      * Écrit une ligne client / dépôt / total à partir des compteurs
      * PG-NBR-xxx et des quantités PG-QTE-xxx ; WS-LIB-EDT porte le
      * libellé.
       0850-ECR-LGN-DEB.

           MOVE PG-NBR-LIV TO WS-LIV-EDT.

           MOVE PG-NBR-HEU TO WS-PCT-NUM.
           MOVE PG-NBR-LIV TO WS-PCT-DEN.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-HEU-EDT.

           MOVE PG-NBR-CPL TO WS-PCT-NUM.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-CPL-EDT.

           MOVE PG-NBR-OTI TO WS-PCT-NUM.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-OTI-EDT.

           MOVE PG-QTE-SRV TO WS-PCT-NUM.
           MOVE PG-QTE-CMD TO WS-PCT-DEN.
           PERFORM 0900-CAL-PCT-DEB
              THRU 0900-CAL-PCT-FIN.
           MOVE WS-PCT TO WS-SRV-EDT.

           MOVE PG-QTE-BKO TO WS-BKO-EDT.
           MOVE PG-QTE-VP  TO WS-VP-EDT.

           MOVE WS-LGN-EDT TO FD-LGN-OTI.
           WRITE FD-LGN-OTI.

       0850-ECR-LGN-FIN.

      *-----------------------------------------------------------------
      * WS-PCT = WS-PCT-NUM * 100 / WS-PCT-DEN, 0 sans dénominateur
      * (pas de livraison, ou rien de commandé : un dépôt sans
      * quantité n'a pas de taux de service).
       0900-CAL-PCT-DEB.

           IF WS-PCT-DEN = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PCT-NUM * 100 / WS-PCT-DEN
           END-IF.

       0900-CAL-PCT-FIN.
