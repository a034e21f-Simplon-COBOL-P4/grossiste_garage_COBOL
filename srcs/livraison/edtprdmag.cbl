      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, hebdomadaire) qui édite  *
      * la productivité et la qualité de préparation du personnel du   *
      * magasin sur une semaine (lundi à dimanche), à partir des       *
      * horodatages portés sur les lignes de livraison (id_uti_trt,    *
      * date_deb_trt et date_fin_trt, posés par "debtrtliv",           *
      * "majlivpi" et "inclivpi") :                                    *
      * - par personne, lignes et unités préparées (sortantes client)  *
      *   puis reçues (entrantes fournisseur), heures de travail et    *
      *   cadence par heure. Les heures sont la durée de chaque        *
      *   livraison traitée (de la première heure de début à la       *
      *   dernière heure de fin de ses lignes), la cadence ne compte   *
      *   que les lignes chronométrées (début posé avant la fin) : une *
      *   vente au comptoir n'a pas de durée ;                         *
      * - répartition des lignes par jour de la semaine, pour caler    *
      *   l'effectif sur le pic du lundi ;                             *
      * - erreurs de préparation par préparateur : réclamations        *
      *   "pièce manquante" (catégorie MNQ de "catrcc") ouvertes dans  *
      *   la semaine sur une livraison qu'il a préparée, et retours    *
      *   clients de la semaine marqués erreur de préparation          *
      *   ("ajuretcli") sur une ligne qu'il a préparée, rapportés aux  *
      *   lignes préparées dans la semaine.                            *
      * La semaine est celle du jour lu en entrée (SYSIN, AAAAMMJJ) ;  *
      * à défaut, la semaine précédente. Édition dans                  *
      * productivite_magasin.txt.                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; PRD=PRODUCTIVITE; MAG=MAGASIN; PRP=PREPARATION;    *
      * RCP=RECEPTION; TYP=TYPE; UTI=UTILISATEUR; LGN=LIGNE;           *
      * UNT=UNITES; CHR=CHRONOMETREES; HEU=HEURES; CAD=CADENCE;        *
      * JOU=JOUR; SEM=SEMAINE; ERR=ERREUR; MNQ=MANQUANT; RET=RETOUR;   *
      * TAU=TAUX; TOT=TOTAL; DAT=DATE; DEB=DEBUT; SAI=SAISIE;          *
      * FIC=FICHIER; LCT=LECTURE; ETT=ETAT; RUP=RUPTURE; EDT=EDITE;    *
      * IDX=INDEX.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtprdmag.
       AUTHOR. ThomasD.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PRD ASSIGN TO "productivite_magasin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PRD.
       01  FD-LGN-PRD                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-SAI              PIC X(08).
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-TYP                  PIC X(01).
       01 PG-NOM-UTI              PIC X(30).
       01 PG-NBR-LGN              PIC 9(07).
       01 PG-QTE-UNT              PIC 9(09)V9(03).
       01 PG-NBR-CHR              PIC 9(07).
       01 PG-QTE-CHR              PIC 9(09)V9(03).
       01 PG-NBR-HEU              PIC 9(05)V99.
       01 PG-NBR-JOU              PIC 9(07) OCCURS 7 TIMES.
       01 PG-NBR-MNQ              PIC 9(05).
       01 PG-NBR-RET              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes traitées dans la semaine par personne et par type
      * (P préparation, R réception), avec la durée des livraisons
      * traitées.
       EXEC SQL
           DECLARE CUR-PRD CURSOR FOR
               WITH lgn AS (
                   SELECT CASE WHEN l.id_cli IS NOT NULL
                               THEN 'P' ELSE 'R' END AS typ,
                          lp.id_uti_trt AS uti, lp.id_liv,
                          COALESCE(lp.qt_recue_pie, 0) AS qte,
                          COALESCE(lp.date_deb_trt,
                                   lp.date_fin_trt) AS deb,
                          lp.date_fin_trt AS fin
                   FROM livraison_piece lp
                       JOIN livraison l ON l.id_liv = lp.id_liv
                   WHERE lp.id_uti_trt IS NOT NULL
                     AND lp.date_fin_trt >= CAST(:PG-DAT-DEB AS DATE)
                     AND lp.date_fin_trt < CAST(:PG-DAT-FIN AS DATE)
                     AND (l.id_cli IS NOT NULL
                          OR l.id_fou IS NOT NULL)),
               heu AS (
                   SELECT typ, uti,
                          SUM(EXTRACT(EPOCH FROM dur)) / 3600 AS nbr
                   FROM (SELECT typ, uti, id_liv,
                                MAX(fin) - MIN(deb) AS dur
                         FROM lgn
                         GROUP BY typ, uti, id_liv) s
                   GROUP BY typ, uti)
               SELECT g.typ, COALESCE(MAX(u.nom_uti), '?'),
                      COUNT(*), SUM(g.qte),
                      COUNT(*) FILTER (WHERE g.deb < g.fin),
                      COALESCE(SUM(g.qte) FILTER (
                          WHERE g.deb < g.fin), 0),
                      ROUND(COALESCE(MAX(h.nbr), 0), 2)
               FROM lgn g
                   LEFT JOIN utilisateur u ON u.id_uti = g.uti
                   LEFT JOIN heu h
                       ON h.typ = g.typ AND h.uti = g.uti
               GROUP BY g.typ, g.uti
               ORDER BY g.typ, COUNT(*) DESC
               FOR READ ONLY
       END-EXEC.

      * Lignes de la semaine par type et jour (1 lundi ... 7
      * dimanche).
       EXEC SQL
           DECLARE CUR-JOU CURSOR FOR
               SELECT CASE WHEN l.id_cli IS NOT NULL
                           THEN 'P' ELSE 'R' END,
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 1),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 2),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 3),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 4),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 5),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 6),
                      COUNT(*) FILTER (WHERE EXTRACT(ISODOW
                          FROM lp.date_fin_trt) = 7)
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
               WHERE lp.id_uti_trt IS NOT NULL
                 AND lp.date_fin_trt >= CAST(:PG-DAT-DEB AS DATE)
                 AND lp.date_fin_trt < CAST(:PG-DAT-FIN AS DATE)
                 AND (l.id_cli IS NOT NULL OR l.id_fou IS NOT NULL)
               GROUP BY 1
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

      * Erreurs de préparation constatées dans la semaine, imputées
      * au préparateur, et lignes qu'il a préparées dans la semaine.
       EXEC SQL
           DECLARE CUR-ERR CURSOR FOR
               WITH prp AS (
                   SELECT lp.id_uti_trt AS uti, COUNT(*) AS nbr
                   FROM livraison_piece lp
                       JOIN livraison l ON l.id_liv = lp.id_liv
                   WHERE l.id_cli IS NOT NULL
                     AND lp.id_uti_trt IS NOT NULL
                     AND lp.date_fin_trt >= CAST(:PG-DAT-DEB AS DATE)
                     AND lp.date_fin_trt < CAST(:PG-DAT-FIN AS DATE)
                   GROUP BY lp.id_uti_trt),
               mnq AS (
                   SELECT s.uti, COUNT(*) AS nbr
                   FROM (SELECT DISTINCT r.id_rcc,
                                lp.id_uti_trt AS uti
                         FROM reclamation_client r
                             JOIN livraison_piece lp
                                 ON lp.id_liv = r.id_liv
                         WHERE r.cat_rcc = 'MNQ'
                           AND lp.id_uti_trt IS NOT NULL
                           AND r.date_ouv_rcc
                               >= CAST(:PG-DAT-DEB AS DATE)
                           AND r.date_ouv_rcc
                               < CAST(:PG-DAT-FIN AS DATE)) s
                   GROUP BY s.uti),
               ret AS (
                   SELECT lp.id_uti_trt AS uti, COUNT(*) AS nbr
                   FROM retour_client rc
                       JOIN livraison_piece lp
                           ON lp.id_liv = rc.id_liv_orig
                          AND lp.id_pie = rc.id_pie
                   WHERE rc.erreur_prep_rcl = 1
                     AND lp.id_uti_trt IS NOT NULL
                     AND rc.date_rcl >= CAST(:PG-DAT-DEB AS DATE)
                     AND rc.date_rcl < CAST(:PG-DAT-FIN AS DATE)
                   GROUP BY lp.id_uti_trt)
               SELECT COALESCE(u.nom_uti, '?'),
                      COALESCE(p.nbr, 0), COALESCE(m.nbr, 0),
                      COALESCE(t.nbr, 0)
               FROM utilisateur u
                   LEFT JOIN prp p ON p.uti = u.id_uti
                   LEFT JOIN mnq m ON m.uti = u.id_uti
                   LEFT JOIN ret t ON t.uti = u.id_uti
               WHERE p.nbr IS NOT NULL
                  OR m.nbr IS NOT NULL
                  OR t.nbr IS NOT NULL
               ORDER BY COALESCE(m.nbr, 0) + COALESCE(t.nbr, 0) DESC,
                        u.nom_uti
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                  PIC 9(01).

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Rupture sur le type (préparation / réception).
       01 WS-TYP-RUP              PIC X(01).

      * Cadences et taux d'erreur.
       01 WS-CAD-LGN              PIC 9(05)V9.
       01 WS-CAD-UNT              PIC 9(07)V9.
       01 WS-NBR-ERR              PIC 9(05).
       01 WS-TAU-ERR              PIC 9(03)V99.

       01 WS-NOM-EDT              PIC X(20).
       01 WS-LGN-EDT              PIC Z(06)9.
       01 WS-UNT-EDT              PIC Z(08)9.
       01 WS-HEU-EDT              PIC Z(04)9.99.
       01 WS-CAD-LGN-EDT          PIC Z(04)9.9.
       01 WS-CAD-UNT-EDT          PIC Z(06)9.9.
       01 WS-JOU-EDT              PIC Z(06)9.
       01 WS-ERR-EDT              PIC Z(04)9.
       01 WS-TAU-EDT              PIC ZZ9.99.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-SEM-DEB
              THRU 0100-INI-SEM-FIN.

           OPEN OUTPUT FIC-PRD.

           MOVE "PRODUCTIVITE ET QUALITE DE PREPARATION DU MAGASIN"
               TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           MOVE SPACES TO FD-LGN-PRD.
           STRING "Semaine du " DELIMITED BY SIZE
                  PG-DAT-DEB DELIMITED BY SIZE
                  " (lundi) au " DELIMITED BY SIZE
                  PG-DAT-FIN DELIMITED BY SIZE
                  " exclu" DELIMITED BY SIZE
                  INTO FD-LGN-PRD
           END-STRING.
           WRITE FD-LGN-PRD.

           PERFORM 0200-EDT-PRD-DEB
              THRU 0200-EDT-PRD-FIN.

           PERFORM 0300-EDT-JOU-DEB
              THRU 0300-EDT-JOU-FIN.

           PERFORM 0400-EDT-ERR-DEB
              THRU 0400-EDT-ERR-FIN.

           CLOSE FIC-PRD.

           DISPLAY "edtprdmag : semaine du " PG-DAT-DEB
               ", edition dans productivite_magasin.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Bornes de la semaine : du lundi de la semaine du jour saisi
      * (semaine précédente à défaut) au lundi suivant exclu.
       0100-INI-SEM-DEB.

           ACCEPT PG-DAT-SAI.

           IF PG-DAT-SAI IS NOT NUMERIC
               MOVE SPACES TO PG-DAT-SAI
           END-IF.

           EXEC SQL
               SELECT TO_CHAR(DATE_TRUNC('week', s.jou), 'YYYY-MM-DD'),
                      TO_CHAR(DATE_TRUNC('week', s.jou)
                              + INTERVAL '7 days', 'YYYY-MM-DD')
               INTO :PG-DAT-DEB, :PG-DAT-FIN
               FROM (SELECT COALESCE(
                         CAST(NULLIF(TRIM(:PG-DAT-SAI), '') AS DATE),
                         CURRENT_DATE - 7) AS jou) s
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "edtprdmag : date de semaine invalide "
                   PG-DAT-SAI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-INI-SEM-FIN.

      *-----------------------------------------------------------------
      * Lignes, unités, heures et cadences par personne, préparation
      * puis réception.
       0200-EDT-PRD-DEB.

           MOVE SPACES TO WS-TYP-RUP.

           EXEC SQL OPEN CUR-PRD END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-PRD
                   INTO :PG-TYP, :PG-NOM-UTI, :PG-NBR-LGN,
                        :PG-QTE-UNT, :PG-NBR-CHR, :PG-QTE-CHR,
                        :PG-NBR-HEU
               END-EXEC

               IF SQLCODE = 0
                   IF PG-TYP NOT = WS-TYP-RUP
                       MOVE PG-TYP TO WS-TYP-RUP
                       PERFORM 0250-ENT-PRD-DEB
                          THRU 0250-ENT-PRD-FIN
                   END-IF

      * Cadence sur les seules lignes chronométrées.
                   IF PG-NBR-HEU > 0
                       COMPUTE WS-CAD-LGN ROUNDED =
                           PG-NBR-CHR / PG-NBR-HEU
                       COMPUTE WS-CAD-UNT ROUNDED =
                           PG-QTE-CHR / PG-NBR-HEU
                   ELSE
                       MOVE 0 TO WS-CAD-LGN
                       MOVE 0 TO WS-CAD-UNT
                   END-IF

                   MOVE PG-NOM-UTI TO WS-NOM-EDT
                   MOVE PG-NBR-LGN TO WS-LGN-EDT
                   MOVE PG-QTE-UNT TO WS-UNT-EDT
                   MOVE PG-NBR-HEU TO WS-HEU-EDT
                   MOVE WS-CAD-LGN TO WS-CAD-LGN-EDT
                   MOVE WS-CAD-UNT TO WS-CAD-UNT-EDT

                   MOVE SPACES TO FD-LGN-PRD
                   STRING WS-NOM-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LGN-EDT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-UNT-EDT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-HEU-EDT DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-CAD-LGN-EDT DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-CAD-UNT-EDT DELIMITED BY SIZE
                          INTO FD-LGN-PRD
                   END-STRING
                   WRITE FD-LGN-PRD
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-PRD END-EXEC.

       0200-EDT-PRD-FIN.

      *-----------------------------------------------------------------
      * En-tête d'un bloc préparation ou réception.
       0250-ENT-PRD-DEB.

           MOVE " " TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           IF PG-TYP = "P"
               MOVE "PREPARATION (sortantes client)" TO FD-LGN-PRD
           ELSE
               MOVE "RECEPTION (entrantes fournisseur)" TO FD-LGN-PRD
           END-IF.
           WRITE FD-LGN-PRD.

           MOVE
      -    "Personne              Lignes     Unites    Heures   Lignes/h
      -    "     Unites/h"
               TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

       0250-ENT-PRD-FIN.

      *-----------------------------------------------------------------
      * Lignes par jour de la semaine, pour caler l'effectif.
       0300-EDT-JOU-DEB.

           MOVE " " TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           MOVE "LIGNES PAR JOUR" TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           MOVE
      -    "                         Lundi     Mardi  Mercredi     Jeudi
      -    "  Vendredi    Samedi  Dimanche"
               TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           EXEC SQL OPEN CUR-JOU END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-JOU
                   INTO :PG-TYP, :PG-NBR-JOU(1), :PG-NBR-JOU(2),
                        :PG-NBR-JOU(3), :PG-NBR-JOU(4),
                        :PG-NBR-JOU(5), :PG-NBR-JOU(6),
                        :PG-NBR-JOU(7)
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO FD-LGN-PRD
                   IF PG-TYP = "P"
                       MOVE "Preparation" TO FD-LGN-PRD(1:20)
                   ELSE
                       MOVE "Reception" TO FD-LGN-PRD(1:20)
                   END-IF

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 7
                       MOVE PG-NBR-JOU(WS-IDX) TO WS-JOU-EDT
                       MOVE WS-JOU-EDT
                           TO FD-LGN-PRD(20 + (WS-IDX - 1) * 10 + 4:7)
                   END-PERFORM

                   WRITE FD-LGN-PRD
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-JOU END-EXEC.

       0300-EDT-JOU-FIN.

      *-----------------------------------------------------------------
      * Erreurs de préparation par préparateur : manquants réclamés,
      * retours pour erreur, et taux pour 100 lignes préparées.
       0400-EDT-ERR-DEB.

           MOVE " " TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           MOVE "ERREURS DE PREPARATION" TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           MOVE "Personne              Lignes  Manquants   Retours   % e
      -    "rreur"
               TO FD-LGN-PRD.
           WRITE FD-LGN-PRD.

           EXEC SQL OPEN CUR-ERR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-ERR
                   INTO :PG-NOM-UTI, :PG-NBR-LGN, :PG-NBR-MNQ,
                        :PG-NBR-RET
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE WS-NBR-ERR = PG-NBR-MNQ + PG-NBR-RET

                   IF PG-NBR-LGN > 0
                       COMPUTE WS-TAU-ERR ROUNDED =
                           WS-NBR-ERR * 100 / PG-NBR-LGN
                   ELSE
                       MOVE 0 TO WS-TAU-ERR
                   END-IF

                   MOVE PG-NOM-UTI TO WS-NOM-EDT
                   MOVE PG-NBR-LGN TO WS-LGN-EDT
                   MOVE PG-NBR-MNQ TO WS-ERR-EDT
                   MOVE WS-TAU-ERR TO WS-TAU-EDT

                   MOVE SPACES TO FD-LGN-PRD
                   STRING WS-NOM-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LGN-EDT DELIMITED BY SIZE
                          "      " DELIMITED BY SIZE
                          WS-ERR-EDT DELIMITED BY SIZE
                          INTO FD-LGN-PRD
                   END-STRING

                   MOVE PG-NBR-RET TO WS-ERR-EDT
                   MOVE WS-ERR-EDT TO FD-LGN-PRD(45:5)
                   MOVE WS-TAU-EDT TO FD-LGN-PRD(55:6)

                   WRITE FD-LGN-PRD
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ERR END-EXEC.

       0400-EDT-ERR-FIN.
