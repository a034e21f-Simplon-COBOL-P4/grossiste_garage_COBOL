      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui détecte   *
      * les clients dormants ou en baisse, par représentant : pour     *
      * chaque client actif facturé dans les 15 derniers mois, le      *
      * chiffre facturé HT (facture) et le nombre de commandes         *
      * (livraisons sortantes hors dépôt-vente) des 3 mois qui         *
      * finissent avec le mois traité sont comparés au même trimestre  *
      * de l'année précédente et à la moyenne trimestrielle des 12     *
      * derniers mois. Sont signalés les clients qui ont cessé de      *
      * commander (ARRET) et ceux dont le chiffre a baissé de plus que *
      * le seuil configuré (BAISSE ; clé "seuil_baisse_cli" de         *
      * parametre_secu, 30 % à défaut), chacun suivi des catégories de *
      * pièces achetées dans les 9 mois précédents et plus achetées    *
      * depuis, pour orienter la visite du représentant. Le mois       *
      * traité se lit sur l'entrée standard (AAAAMM), à défaut le mois *
      * précédent, comme "edtcomrep".                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; DOR=DORMANT; CLI=CLIENT; REP=REPRESENTANT;         *
      * CA=CHIFFRE D'AFFAIRES; 3M=3 MOIS; 12M=12 MOIS; N1=ANNEE        *
      * PRECEDENTE; CMD=COMMANDE; MOY=MOYENNE; REF=REFERENCE;          *
      * SEU=SEUIL; PCT=POURCENTAGE; BAI=BAISSE; VAR=VARIATION;         *
      * ARR=ARRET; MOT=MOTIF; SIG=SIGNALEMENT; AUC=AUCUN;              *
      * CAT=CATEGORIE; PRD=PERDUE; PTR=POINTEUR; RUP=RUPTURE;          *
      * PRC=PRECEDENT; PRM=PARAMETRE; PRE=PREMIER; TRT=TRAITEMENT;     *
      * AJU=AJOUT; TOT=TOTAL; MOI=MOIS; FIC=FICHIER; LGN=LIGNE;        *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; DAT=DATE; ANN=ANNEE;        *
      * JOU=JOUR; SAI=SAISIE; DEB=DEBUT; FIN=FIN; IDF=IDENTIFIANT;     *
      * INI=INITIALISATION.                                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtdorcli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DOR ASSIGN TO "clients_dormants.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DOR.
       01  FD-LGN-DOR                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-PCT-BAI              PIC 9(03).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(30).
       01 PG-IDF-REP              PIC 9(10).
       01 PG-NOM-REP              PIC X(50).
       01 PG-CA-3M                PIC 9(12)V99.
       01 PG-CA-3M-N1             PIC 9(12)V99.
       01 PG-CA-12M               PIC 9(12)V99.
       01 PG-NBR-CMD-3M           PIC 9(05).
       01 PG-NBR-CMD-3M-N1        PIC 9(05).
       01 PG-NBR-CMD-12M          PIC 9(05).
       01 PG-NOM-CAT              PIC X(30).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients actifs ayant été facturés dans les 15 mois qui
      * finissent avec le mois traité, par représentant : chiffre
      * facturé HT et nombre de commandes (livraisons sortantes hors
      * dépôt-vente, à leur date de création) sur les 3 derniers mois,
      * sur les mêmes 3 mois de l'année précédente et sur les 12
      * derniers mois.
       EXEC SQL
           DECLARE CUR-DOR CURSOR FOR
               SELECT c.id_cli, CAST(c.nom_cli AS VARCHAR(30)),
                      COALESCE(c.id_rep, 0),
                      COALESCE(r.nom_rep, '(sans representant)'),
                      COALESCE(
                          (SELECT SUM(f.mnt_ht_fac) FROM facture f
                           WHERE f.id_cli = c.id_cli
                             AND f.date_fac >= CAST(:PG-DAT-FIN AS DATE)
                                 - INTERVAL '3 months'
                             AND f.date_fac
                                 < CAST(:PG-DAT-FIN AS DATE)), 0),
                      COALESCE(
                          (SELECT SUM(f.mnt_ht_fac) FROM facture f
                           WHERE f.id_cli = c.id_cli
                             AND f.date_fac >= CAST(:PG-DAT-FIN AS DATE)
                                 - INTERVAL '15 months'
                             AND f.date_fac < CAST(:PG-DAT-FIN AS DATE)
                                 - INTERVAL '12 months'), 0),
                      COALESCE(
                          (SELECT SUM(f.mnt_ht_fac) FROM facture f
                           WHERE f.id_cli = c.id_cli
                             AND f.date_fac >= CAST(:PG-DAT-FIN AS DATE)
                                 - INTERVAL '12 months'
                             AND f.date_fac
                                 < CAST(:PG-DAT-FIN AS DATE)), 0),
                      (SELECT COUNT(*) FROM livraison l
                       WHERE l.id_cli = c.id_cli
                         AND COALESCE(l.csg_liv, 0) = 0
                         AND l.date_deb_liv >= CAST(:PG-DAT-FIN AS DATE)
                             - INTERVAL '3 months'
                         AND l.date_deb_liv
                             < CAST(:PG-DAT-FIN AS DATE)),
                      (SELECT COUNT(*) FROM livraison l
                       WHERE l.id_cli = c.id_cli
                         AND COALESCE(l.csg_liv, 0) = 0
                         AND l.date_deb_liv >= CAST(:PG-DAT-FIN AS DATE)
                             - INTERVAL '15 months'
                         AND l.date_deb_liv < CAST(:PG-DAT-FIN AS DATE)
                             - INTERVAL '12 months'),
                      (SELECT COUNT(*) FROM livraison l
                       WHERE l.id_cli = c.id_cli
                         AND COALESCE(l.csg_liv, 0) = 0
                         AND l.date_deb_liv >= CAST(:PG-DAT-FIN AS DATE)
                             - INTERVAL '12 months'
                         AND l.date_deb_liv
                             < CAST(:PG-DAT-FIN AS DATE))
               FROM client c
                   LEFT JOIN representant r ON r.id_rep = c.id_rep
               WHERE COALESCE(c.supprime_le, '') = ''
                 AND EXISTS
                     (SELECT 1 FROM facture f
                      WHERE f.id_cli = c.id_cli
                        AND f.date_fac >= CAST(:PG-DAT-FIN AS DATE)
                            - INTERVAL '15 months'
                        AND f.date_fac < CAST(:PG-DAT-FIN AS DATE))
               ORDER BY COALESCE(c.id_rep, 0), c.nom_cli
               FOR READ ONLY
       END-EXEC.

      * Catégories de pièces achetées par le client dans les 9 mois
      * qui précèdent les 3 derniers mois, et plus achetées depuis.
       EXEC SQL
           DECLARE CUR-CAT CURSOR FOR
               SELECT DISTINCT
                      CAST(COALESCE(ca.nom_cat_pie, 'SANS CATEGORIE')
                           AS VARCHAR(30))
               FROM livraison l
                   JOIN livraison_piece lp ON lp.id_liv = l.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
                   LEFT JOIN categorie_pie ca
                       ON ca.id_cat_pie = p.id_cat_pie
               WHERE l.id_cli = :PG-IDF-CLI
                 AND l.statut_liv = 1
                 AND COALESCE(l.csg_liv, 0) = 0
                 AND l.date_fin_liv >= CAST(:PG-DAT-FIN AS DATE)
                     - INTERVAL '12 months'
                 AND l.date_fin_liv < CAST(:PG-DAT-FIN AS DATE)
                     - INTERVAL '3 months'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM livraison l2
                          JOIN livraison_piece lp2
                              ON lp2.id_liv = l2.id_liv
                          JOIN piece p2 ON p2.id_pie = lp2.id_pie
                      WHERE l2.id_cli = l.id_cli
                        AND l2.statut_liv = 1
                        AND COALESCE(l2.csg_liv, 0) = 0
                        AND COALESCE(p2.id_cat_pie, 0)
                            = COALESCE(p.id_cat_pie, 0)
                        AND l2.date_fin_liv >= CAST(:PG-DAT-FIN AS DATE)
                            - INTERVAL '3 months'
                        AND l2.date_fin_liv
                            < CAST(:PG-DAT-FIN AS DATE))
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.
       01 WS-ETT-CAT              PIC 9(01).
           88 WS-ETT-CAT-ENC                 VALUE 0.
           88 WS-ETT-CAT-FIN                 VALUE 1.

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

      * Rupture par représentant.
       01 WS-IDF-REP-PRC          PIC 9(10).
       01 WS-PRE-REP              PIC 9(01) VALUE 1.
           88 WS-PRE-REP-OUI                 VALUE 1.
           88 WS-PRE-REP-NON                 VALUE 0.

      * Diagnostic du client : arrêt (plus aucune commande ni
      * facture sur 3 mois), baisse au-delà du seuil, ou rien.
       01 WS-MOT-SIG              PIC X(12).
           88 WS-MOT-SIG-AUC                 VALUE SPACES.
       01 WS-CA-MOY               PIC 9(12)V99.
       01 WS-CA-REF               PIC 9(12)V99.
       01 WS-CA-SEU               PIC 9(12)V99.
       01 WS-PCT-VAR              PIC S9(05)V9.

      * Totaux de l'édition.
       01 WS-NBR-CLI              PIC 9(05) VALUE 0.
       01 WS-NBR-ARR              PIC 9(05) VALUE 0.
       01 WS-NBR-BAI              PIC 9(05) VALUE 0.

       01 WS-LGN-EDT.
           05 WS-NOM-CLI-EDT      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CA-3M-EDT        PIC Z(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CA-N1-EDT        PIC Z(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CA-MOY-EDT       PIC Z(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-PCT-EDT          PIC -(04)9.9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CMD-3M-EDT       PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CMD-N1-EDT       PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-CMD-MOY-EDT      PIC Z(03)9.9.
           05 FILLER              PIC X(02) VALUE SPACE.
           05 WS-MOT-EDT          PIC X(12).

      * Ligne des catégories plus achetées.
       01 WS-LGN-CAT              PIC X(120).
       01 WS-PTR-CAT              PIC 9(03).
       01 WS-NBR-CAT              PIC 9(03).
       01 WS-CMD-MOY              PIC 9(04)V9.
       01 WS-PCT-EDT-PRM          PIC ZZ9.
       01 WS-NOM-REP-EDT          PIC X(50).

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           PERFORM 0150-INI-PRM-DEB
              THRU 0150-INI-PRM-FIN.

           OPEN OUTPUT FIC-DOR.

           MOVE "CLIENTS DORMANTS ET EN BAISSE PAR REPRESENTANT"
               TO FD-LGN-DOR.
           WRITE FD-LGN-DOR.

           MOVE PG-PCT-BAI TO WS-PCT-EDT-PRM.
           STRING "3 mois finissant en " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  " - seuil de baisse : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-EDT-PRM) DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO FD-LGN-DOR
           END-STRING.
           WRITE FD-LGN-DOR.

           MOVE
      -    "Client                            CA 3 mois    CA 3m N-1  Mo
      -    "y. 3 mois  Var. %  Cdes   N-1   Moy.  Motif"
               TO FD-LGN-DOR.
           WRITE FD-LGN-DOR.

           EXEC SQL OPEN CUR-DOR END-EXEC.

           PERFORM 0200-LCT-DEB
              THRU 0200-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0300-TRT-CLI-DEB
                  THRU 0300-TRT-CLI-FIN

               PERFORM 0200-LCT-DEB
                  THRU 0200-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-DOR END-EXEC.

           PERFORM 0600-LGN-TOT-DEB
              THRU 0600-LGN-TOT-FIN.

           CLOSE FIC-DOR.

           DISPLAY "edtdorcli : " WS-NBR-CLI " client(s) examine(s), "
               WS-NBR-ARR " arret(s), " WS-NBR-BAI " baisse(s),"
               " edition dans clients_dormants.txt".

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
      * Seuil de baisse en pourcentage (clé "seuil_baisse_cli" de
      * parametre_secu, 30 % à défaut).
       0150-INI-PRM-DEB.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-PCT-BAI
               FROM parametre_secu
               WHERE cle_prm = 'seuil_baisse_cli'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PCT-BAI = 0 OR PG-PCT-BAI > 100
               MOVE 30 TO PG-PCT-BAI
           END-IF.

       0150-INI-PRM-FIN.

      *-----------------------------------------------------------------
       0200-LCT-DEB.

           EXEC SQL
               FETCH CUR-DOR
               INTO :PG-IDF-CLI, :PG-NOM-CLI, :PG-IDF-REP,
                    :PG-NOM-REP, :PG-CA-3M, :PG-CA-3M-N1,
                    :PG-CA-12M, :PG-NBR-CMD-3M, :PG-NBR-CMD-3M-N1,
                    :PG-NBR-CMD-12M
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0200-LCT-FIN.

      *-----------------------------------------------------------------
      * Diagnostic d'un client. Arrêt : aucune commande ni facture sur
      * les 3 derniers mois alors qu'il en avait avant. Baisse : le
      * chiffre des 3 derniers mois est inférieur, de plus que le
      * seuil, au même trimestre de l'an dernier ou à la moyenne
      * trimestrielle des 12 derniers mois (la plus défavorable des
      * deux comparaisons est retenue).
       0300-TRT-CLI-DEB.

           ADD 1 TO WS-NBR-CLI.
           SET WS-MOT-SIG-AUC TO TRUE.

           COMPUTE WS-CA-MOY ROUNDED = PG-CA-12M / 4.
           COMPUTE WS-CMD-MOY ROUNDED = PG-NBR-CMD-12M / 4.

           IF PG-CA-3M-N1 > WS-CA-MOY
               MOVE PG-CA-3M-N1 TO WS-CA-REF
           ELSE
               MOVE WS-CA-MOY TO WS-CA-REF
           END-IF.

           IF WS-CA-REF > 0
               COMPUTE WS-PCT-VAR ROUNDED =
                   (PG-CA-3M - WS-CA-REF) * 100 / WS-CA-REF
           ELSE
               MOVE 0 TO WS-PCT-VAR
           END-IF.

           COMPUTE WS-CA-SEU ROUNDED =
               WS-CA-REF * (100 - PG-PCT-BAI) / 100.

           EVALUATE TRUE
               WHEN PG-NBR-CMD-3M = 0 AND PG-CA-3M = 0
                   MOVE "ARRET" TO WS-MOT-SIG
                   ADD 1 TO WS-NBR-ARR
               WHEN WS-CA-REF > 0 AND PG-CA-3M < WS-CA-SEU
                   MOVE "BAISSE" TO WS-MOT-SIG
                   ADD 1 TO WS-NBR-BAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOT-SIG-AUC
               EXIT PARAGRAPH
           END-IF.

           IF WS-PRE-REP-OUI OR PG-IDF-REP NOT = WS-IDF-REP-PRC
               PERFORM 0400-RUP-REP-DEB
                  THRU 0400-RUP-REP-FIN
           END-IF.

           MOVE PG-NOM-CLI     TO WS-NOM-CLI-EDT.
           MOVE PG-CA-3M       TO WS-CA-3M-EDT.
           MOVE PG-CA-3M-N1    TO WS-CA-N1-EDT.
           MOVE WS-CA-MOY      TO WS-CA-MOY-EDT.
           MOVE WS-PCT-VAR     TO WS-PCT-EDT.
           MOVE PG-NBR-CMD-3M  TO WS-CMD-3M-EDT.
           MOVE PG-NBR-CMD-3M-N1 TO WS-CMD-N1-EDT.
           MOVE WS-CMD-MOY     TO WS-CMD-MOY-EDT.
           MOVE WS-MOT-SIG     TO WS-MOT-EDT.

           MOVE WS-LGN-EDT TO FD-LGN-DOR.
           WRITE FD-LGN-DOR.

           PERFORM 0500-CAT-PRD-DEB
              THRU 0500-CAT-PRD-FIN.

       0300-TRT-CLI-FIN.

      *-----------------------------------------------------------------
      * Changement de représentant : ligne de titre du groupe.
       0400-RUP-REP-DEB.

           MOVE " " TO FD-LGN-DOR.
           WRITE FD-LGN-DOR.

           MOVE PG-NOM-REP TO WS-NOM-REP-EDT.
           STRING "Representant : " DELIMITED BY SIZE
                  WS-NOM-REP-EDT DELIMITED BY SIZE
                  INTO FD-LGN-DOR
           END-STRING.
           WRITE FD-LGN-DOR.

           MOVE PG-IDF-REP TO WS-IDF-REP-PRC.
           SET WS-PRE-REP-NON TO TRUE.

       0400-RUP-REP-FIN.

      *-----------------------------------------------------------------
      * Catégories que le client a cessé d'acheter, à la suite de sa
      * ligne, pour orienter la visite du représentant.
       0500-CAT-PRD-DEB.

           MOVE 0 TO WS-NBR-CAT.
           MOVE SPACES TO WS-LGN-CAT.
           MOVE "    Categories plus achetees : " TO WS-LGN-CAT.
           MOVE 32 TO WS-PTR-CAT.

           EXEC SQL OPEN CUR-CAT END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           SET WS-ETT-CAT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-CAT-FIN

               EXEC SQL
                   FETCH CUR-CAT
                   INTO :PG-NOM-CAT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0550-AJU-CAT-DEB
                      THRU 0550-AJU-CAT-FIN
               ELSE
                   SET WS-ETT-CAT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CAT END-EXEC.

           IF WS-NBR-CAT > 0
               MOVE WS-LGN-CAT TO FD-LGN-DOR
               WRITE FD-LGN-DOR
           END-IF.

       0500-CAT-PRD-FIN.

      *-----------------------------------------------------------------
      * Ajoute une catégorie à la ligne ; une ligne pleine est écrite
      * et la liste continue sur la suivante.
       0550-AJU-CAT-DEB.

           IF WS-PTR-CAT > 85
               MOVE WS-LGN-CAT TO FD-LGN-DOR
               WRITE FD-LGN-DOR
               MOVE SPACES TO WS-LGN-CAT
               MOVE 32 TO WS-PTR-CAT
           ELSE
               IF WS-NBR-CAT > 0
                   STRING ", " DELIMITED BY SIZE
                          INTO WS-LGN-CAT
                          WITH POINTER WS-PTR-CAT
                   END-STRING
               END-IF
           END-IF.

           STRING FUNCTION TRIM(PG-NOM-CAT) DELIMITED BY SIZE
                  INTO WS-LGN-CAT
                  WITH POINTER WS-PTR-CAT
           END-STRING.

           ADD 1 TO WS-NBR-CAT.

       0550-AJU-CAT-FIN.

      *-----------------------------------------------------------------
      * Récapitulatif de l'édition.
       0600-LGN-TOT-DEB.

           MOVE " " TO FD-LGN-DOR.
           WRITE FD-LGN-DOR.

           STRING "Clients examines : " DELIMITED BY SIZE
                  WS-NBR-CLI DELIMITED BY SIZE
                  "   arrets : " DELIMITED BY SIZE
                  WS-NBR-ARR DELIMITED BY SIZE
                  "   baisses : " DELIMITED BY SIZE
                  WS-NBR-BAI DELIMITED BY SIZE
                  INTO FD-LGN-DOR
           END-STRING.
           WRITE FD-LGN-DOR.

       0600-LGN-TOT-FIN.
