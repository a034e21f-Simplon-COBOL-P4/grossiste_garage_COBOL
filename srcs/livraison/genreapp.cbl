      * est remontée à la quantité minimale du fournisseur retenu      *
      * (qte_min_pf) quand il en impose une.                           *
      *                                                                *
      * Stock par dépôt : le seuil se juge dépôt par dépôt (stock de   *
      * la pièce dans chaque dépôt où elle est tenue, table            *
      * stock_depot ; une pièce qui n'y a encore aucune ligne est      *
      * entière dans son dépôt principal) et une livraison entrante    *
      * est générée par fournisseur ET par dépôt, livrée dans le dépôt *
      * en sous-seuil.                                                 *
      *                                                                *
      * Les pièces en dépôt fournisseur (consigne_fou) sont écartées : *
      * leur réapprovisionnement est déclenché par "edtreacsf" sur le  *
      * seuil du dépôt.                                                *
      *                                                                *
      * Les pièces arrêtées par le fabricant (cycle de vie "majcyc",   *
      * statut 2 en vigueur) sont écartées : leur stock restant        *
      * s'écoule sans réassort.                                        *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales ; une pièce vendue au détail de son unité d'achat    *
      * (litre au fût de 208, mètre au touret) est commandée en unités *
      * d'achat entières, arrondies au supérieur (contenance           *
      * fct_cnv_pie). Chaîne en simulation (G-BAT-SIM) : aucune        *
      * livraison n'est créée, les commandes qui seraient passées (par *
      * fournisseur et par dépôt, lignes au prix d'achat du catalogue, *
      * total dans la devise du fournisseur) sont listées dans         *
      * simulation_genreapp.txt.                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; REA=REAPPROVISIONNEMENT; APP=APPROVISIONNER;  *
      * PIE=PIECE; FOU=FOURNISSEUR; LIV=LIVRAISON; SEU=SEUIL;          *
      * QTE=QUANTITE; CMD=COMMANDE; CUR=CURSEUR; DEB=DEBUT; FIN=FIN;   *
      * RET=RETOUR; NBR=NOMBRE; CRE=CREE; ENT=ENTREPOT; CRS=COURS;     *
      * SIM=SIMULATION; DEV=DEVISE; PRI=PRIX; ACH=ACHAT; MNT=MONTANT;  *
      * LGN=LIGNE; EDT=EDITE.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       AUTHOR. siboryg.
       DATE-WRITTEN. 11-09-2025 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SIM ASSIGN TO "simulation_genreapp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Aperçu de la chaîne lancée en simulation : les commandes qui
      * seraient passées, par fournisseur et par dépôt.
       FD  FIC-SIM.
       01  FD-LGN-SIM                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-PIE             PIC 9(07)V9(03).
       01 PG-SEU-PIE             PIC 9(10).
       01 PG-QTE-CMD             PIC 9(07)V9(03).
      * Quantité minimale de commande et conditionnement (unités par
      * colis, 0 = vente au détail) du fournisseur retenu pour la
      * pièce en cours (0 si pas de référencement catalogue).
      * Classe de rotation ABC de la piece en cours ("clsabcpie"),
      * qui module la cible de reapprovisionnement.
       01 PG-ABC-PIE             PIC X(01).
      * Depot en sous-seuil, destination de la livraison entrante.
       01 PG-IDF-ENT             PIC 9(10).
      * Contenance de l'unité d'achat de la pièce en unités de vente
      * (208 litres par fût), 1 si elle s'achète comme elle se vend.
       01 PG-FCT-CNV             PIC 9(05)V9(03).
      * Simulation : fournisseur, devise, pièce et prix d'achat
      * catalogue de la ligne.
       01 PG-NOM-FOU             PIC X(50).
       01 PG-DEV-FOU             PIC X(03).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-PRI-ACH             PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Nombre de colis (ou d'unités d'achat) entiers couvrant la
      * quantité à commander.
       01 WS-NBR-CLS             PIC 9(10).
       01 WS-RST-CLS             PIC 9(05)V9(03).
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur sur toutes les pieces en sous-seuil dans un depot,
      * triees par fournisseur retenu puis par depot pour pouvoir
      * regrouper les lignes d'une meme livraison entrante par
      * fournisseur et par depot. Le seuil effectif est celui
      * de la categorie de la piece (categorie_pie.seuil_cat_pie) quand
      * la piece en a une et que ce seuil est configure (non nul) ;
      * sinon on retombe sur le seuil propre a la piece (piece.seuil_pie).
                               pf.delai_pf
                           LIMIT 1),
                          p.id_fou) AS fou_cmd,
                      p.id_pie, d.qt_stk,
                      COALESCE(c.seuil_cat_pie, p.seuil_pie),
                      d.id_entrepot
               FROM (SELECT s.id_pie, s.id_entrepot, s.qt_stk
                     FROM stock_depot s
                     UNION ALL
                     SELECT p0.id_pie,
                            COALESCE(NULLIF(p0.id_entrepot, 0), 1),
                            p0.qt_pie
                     FROM piece p0
                     WHERE NOT EXISTS
                           (SELECT 1
                            FROM stock_depot s0
                            WHERE s0.id_pie = p0.id_pie)) d
                   JOIN piece p
                       ON p.id_pie = d.id_pie
                   LEFT JOIN categorie_pie c
                       ON c.id_cat_pie = p.id_cat_pie
                      AND c.seuil_cat_pie <> 0
               WHERE d.qt_stk < COALESCE(c.seuil_cat_pie, p.seuil_pie)
      * Une piece en depot fournisseur est reapprovisionnee par son
      * fournisseur sur son propre seuil ("edtreacsf") : pas de
      * commande en double ici.
                 AND NOT EXISTS
                     (SELECT 1
                      FROM consigne_fou cf
                      WHERE cf.id_pie = p.id_pie)
      * Une piece arretee par le fabricant ("majcyc"), des sa date
      * d'effet, n'est plus reapprovisionnee : on ecoule le stock.
                 AND NOT (COALESCE(p.statut_cyc_pie, 0) = 2
                          AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                              <= CURRENT_DATE)
               ORDER BY 1, 5
               FOR READ ONLY
       END-EXEC.

       01 WS-DAT-JOU             PIC X(10).
       01 WS-FOU-CRS             PIC 9(10) VALUE 0.
       01 WS-ENT-CRS             PIC 9(10) VALUE 0.
       01 WS-IDF-LIV             PIC 9(10).

       01 WS-ETT-LCT             PIC 9(01).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIG==.

      * Simulation : montant de la ligne et de la commande en cours
      * (devise du fournisseur), zones éditées de l'aperçu.
       01 WS-MNT-LGN             PIC 9(10)V99.
       01 WS-MNT-CMD             PIC 9(10)V99.
       01 WS-IDF-FOU-EDT         PIC Z(10).
       01 WS-IDF-ENT-EDT         PIC Z(10).
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-QTE-CMD-EDT         PIC Z(06)9.999.
       01 WS-PRI-ACH-EDT         PIC Z(07)9.99.
       01 WS-MNT-EDT             PIC Z(09)9.99.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-DEB
           PERFORM UNTIL WS-ETT-LCT-FIN

               IF PG-IDF-FOU NOT = WS-FOU-CRS
                       OR PG-IDF-ENT NOT = WS-ENT-CRS
                   IF WS-FOU-CRS NOT = 0
                       PERFORM 0500-CLO-LIV-DEB
                          THRU 0500-CLO-LIV-FIN
                   PERFORM 0600-CMD-QTE-DEB
                      THRU 0600-CMD-QTE-FIN

                   IF G-BAT-SIM-OUI
                       PERFORM 0800-SIM-LGN-DEB
                          THRU 0800-SIM-LGN-FIN
                   ELSE
                       CALL "ajulivpi"
                           USING
                           WS-IDF-LIV
                           PG-IDF-PIE
                           PG-QTE-CMD
                           WS-LIG-AJU-RET
                       END-CALL

                       IF WS-LIG-AJU-RET-OK
                           ADD 1 TO WS-NBR-PIE-CMD
                       END-IF
                   END-IF
               END-IF


           EXEC SQL CLOSE CUR-REAPP END-EXEC.

           IF G-BAT-SIM-OUI
               MOVE SPACES TO FD-LGN-SIM
               WRITE FD-LGN-SIM
               MOVE SPACES TO FD-LGN-SIM
               STRING "TOTAL : " DELIMITED BY SIZE
                      WS-NBR-LIV-CRE DELIMITED BY SIZE
                      " commande(s) fournisseur, " DELIMITED BY SIZE
                      WS-NBR-PIE-CMD DELIMITED BY SIZE
                      " ligne(s)" DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
               CLOSE FIC-SIM
               DISPLAY "genreapp : simulation, " WS-NBR-LIV-CRE
                   " livraison(s) entrante(s), "
                   WS-NBR-PIE-CMD " ligne(s) a commander"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           DISPLAY "genreapp : " WS-NBR-LIV-CRE
               " livraison(s) entrante(s) creee(s), "
               WS-NBR-PIE-CMD " ligne(s) commandee(s)".

       0100-INI-DEB.
           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           IF G-BAT-SIM-OUI
               OPEN OUTPUT FIC-SIM
               MOVE "SIMULATION - REAPPROVISIONNEMENT PAR FOURNISSEUR"
                   TO FD-LGN-SIM
               WRITE FD-LGN-SIM
           END-IF.
       0100-INI-FIN.

      *-----------------------------------------------------------------

           EXEC SQL
               FETCH CUR-REAPP
               INTO :PG-IDF-FOU, :PG-IDF-PIE, :PG-QTE-PIE, :PG-SEU-PIE,
                    :PG-IDF-ENT
           END-EXEC.

           IF SQLCODE = 0
       0200-LCT-FIN.

      *-----------------------------------------------------------------
      * Ouvre une nouvelle livraison entrante pour le fournisseur (et
      * le depot) qui vient d'apparaitre dans le curseur.
       0400-OPN-LIV-DEB.

           MOVE PG-IDF-FOU TO WS-FOU-CRS.
           MOVE PG-IDF-ENT TO WS-ENT-CRS.

           IF G-BAT-SIM-OUI
               PERFORM 0700-SIM-LIV-DEB
                  THRU 0700-SIM-LIV-FIN
               EXIT PARAGRAPH
           END-IF.

           CALL "ajuliv"
               USING
               0
               0
               PG-IDF-FOU
               WS-ENT-CRS
               0
               WS-IDF-LIV
               WS-AJU-RET
      * "ajuliv"/"ajulivpi" (chacun commitant son propre insert, comme
      * partout ailleurs dans le reste du programme).
       0500-CLO-LIV-DEB.
           IF G-BAT-SIM-OUI
               MOVE WS-MNT-CMD TO WS-MNT-EDT
               MOVE SPACES TO FD-LGN-SIM
               STRING "    Total commande : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PG-DEV-FOU DELIMITED BY SIZE
                      INTO FD-LGN-SIM
               END-STRING
               WRITE FD-LGN-SIM
           END-IF.
       0500-CLO-LIV-FIN.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

      * Pièce vendue au détail d'une unité d'achat (litre au fût,
      * mètre au touret) : la commande porte sur des unités d'achat
      * entières, arrondie à l'unité d'achat supérieure.
           EXEC SQL
               SELECT COALESCE(NULLIF(fct_cnv_pie, 0), 1)
               INTO :PG-FCT-CNV
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0 AND PG-FCT-CNV > 1
               DIVIDE PG-QTE-CMD BY PG-FCT-CNV
                   GIVING WS-NBR-CLS
                   REMAINDER WS-RST-CLS
               IF WS-RST-CLS > 0
                   COMPUTE PG-QTE-CMD =
                       (WS-NBR-CLS + 1) * PG-FCT-CNV
               END-IF
           END-IF.

       0600-CMD-QTE-FIN.

      *-----------------------------------------------------------------
      * Simulation : entête de la commande qui serait passée au
      * fournisseur pour le dépôt, sans créer de livraison.
       0700-SIM-LIV-DEB.

           SET WS-AJU-RET-OK TO TRUE.
           ADD 1 TO WS-NBR-LIV-CRE.
           MOVE 0 TO WS-MNT-CMD.

           MOVE SPACES TO PG-NOM-FOU.
           MOVE "EUR" TO PG-DEV-FOU.

           EXEC SQL
               SELECT nom_fou, COALESCE(NULLIF(devise_fou, ''), 'EUR')
               INTO :PG-NOM-FOU, :PG-DEV-FOU
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-NOM-FOU
               MOVE "EUR" TO PG-DEV-FOU
           END-IF.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE PG-IDF-ENT TO WS-IDF-ENT-EDT.

           MOVE SPACES TO FD-LGN-SIM.
           WRITE FD-LGN-SIM.
           MOVE SPACES TO FD-LGN-SIM.
           STRING "Fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-FOU) DELIMITED BY SIZE
                  " - depot " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ENT-EDT) DELIMITED BY SIZE
                  " - livraison entrante du " DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0700-SIM-LIV-FIN.

      *-----------------------------------------------------------------
      * Simulation : ligne qui serait commandée, au prix d'achat du
      * catalogue piece_fournisseur (0 sans référencement).
       0800-SIM-LGN-DEB.

           ADD 1 TO WS-NBR-PIE-CMD.

           MOVE SPACES TO PG-NOM-PIE.
           MOVE 0 TO PG-PRI-ACH.

           EXEC SQL
               SELECT p.nom_pie, COALESCE(pf.prix_achat_pf, 0)
               INTO :PG-NOM-PIE, :PG-PRI-ACH
               FROM piece p
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = p.id_pie
                      AND pf.id_fou = :PG-IDF-FOU
               WHERE p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-NOM-PIE
               MOVE 0 TO PG-PRI-ACH
           END-IF.

           COMPUTE WS-MNT-LGN ROUNDED = PG-QTE-CMD * PG-PRI-ACH.
           ADD WS-MNT-LGN TO WS-MNT-CMD.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-CMD TO WS-QTE-CMD-EDT.
           MOVE PG-PRI-ACH TO WS-PRI-ACH-EDT.
           MOVE WS-MNT-LGN TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-SIM.

           STRING "    piece " DELIMITED BY SIZE
                  WS-IDF-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-NOM-PIE(1:30) DELIMITED BY SIZE
                  " qte " DELIMITED BY SIZE
                  WS-QTE-CMD-EDT DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  WS-PRI-ACH-EDT DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SIM
           END-STRING.
           WRITE FD-LGN-SIM.

       0800-SIM-LGN-FIN.
