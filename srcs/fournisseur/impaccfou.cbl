      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui importe    *
      * les accusés de commande des fournisseurs (fichier              *
      * accuse_commande.dat, reçu par EDI ou déposé depuis un          *
      * courriel) en réponse aux commandes transmises par "edtedifou"  *
      * : pour chaque ligne confirmée (livraison, pièce, quantité,     *
      * prix d'achat et date de livraison confirmés), rapproche la     *
      * ligne de la livraison entrante encore "en cours" et y          *
      * enregistre la confirmation, bien avant l'avis d'expédition     *
      * ("impasnfou").                                                 *
      *                                                                *
      * Colonnes de livraison_piece posées par l'import : qt_cnf_pie,  *
      * prix_cnf_pie et date_cnf_pie (quantité, prix et date           *
      * confirmés), prix_cmd_pie et date_dem_pie (prix commandé -      *
      * catalogue piece_fournisseur du fournisseur, celui que transmet *
      * "edtedifou" - et date de livraison demandée - date_fin_liv -,  *
      * figés au premier accusé : un accusé rectificatif ou un avis    *
      * d'expédition ultérieur ne les déplace pas), date_acc_pie (jour *
      * de réception de l'accusé) et ecart_cnf_pie, les écarts relevés *
      * : P prix différent, Q quantité inférieure, D date plus tardive *
      * que demandée (vide si la ligne est confirmée telle que         *
      * commandée).                                                    *
      *                                                                *
      * Liste quotidienne des écarts pour les acheteurs                *
      * (ecarts_accuse_commande.txt) : toutes les lignes en écart des  *
      * entrantes encore en cours, par fournisseur, les accusés du     *
      * jour marqués d'une étoile. Une ligne illisible ou              *
      * irrattachable part dans la table commune des rejets d'import   *
      * ("ajurej"), d'où l'atelier "ecrrej" la corrige et la fait      *
      * rejouer seule par ce programme (G-REJ-RPR, sans réédition de   *
      * la liste).                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; ACC=ACCUSE DE COMMANDE; FOU=FOURNISSEUR;           *
      * LIV=LIVRAISON; PIE=PIECE; QTE=QUANTITE; PRI=PRIX; DAT=DATE;    *
      * CNF=CONFIRME; CMD=COMMANDE; DEM=DEMANDE; ECA=ECART;            *
      * RET=RETARD; LST=LISTE; LGN=LIGNE; REJ=REJET; LCT=LECTURE;      *
      * ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT; NOM=NOM; JOU=JOUR;      *
      * EDT=EDITE; STA=STATUT; FIC=FICHIER; RPR=REPRISE; SRC=SOURCE;   *
      * MOT=MOTIF; PTR=POINTEUR; TIT=TITRE; CRT=COURANT.               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impaccfou.
       AUTHOR. siboryg.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ACC ASSIGN TO "accuse_commande.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

           SELECT FIC-ECA ASSIGN TO "ecarts_accuse_commande.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Fichier reçu du fournisseur : une ligne par pièce confirmée,
      * prix au format de la commande transmise (8 entiers, 2
      * décimales sans virgule), date AAAA-MM-JJ.
       FD  FIC-ACC.
       01  FD-REC-ACC.
           05 FD-IDF-LIV              PIC 9(10).
           05 FD-IDF-PIE              PIC 9(10).
           05 FD-QTE-CNF              PIC 9(10).
           05 FD-PRI-CNF              PIC 9(08)V99.
           05 FD-DAT-CNF              PIC X(10).

      * Liste des écarts pour les acheteurs.
       FD  FIC-ECA.
       01  FD-LGN-ECA                 PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-CNF             PIC 9(10).
       01 PG-PRI-CNF             PIC 9(08)V99.
       01 PG-DAT-CNF             PIC X(10).
      * Ce qui a été commandé : quantité, prix et date demandée, et
      * vrai (1) quand la date confirmée est plus tardive.
       01 PG-QTE-CMD             PIC 9(10).
       01 PG-PRI-CMD             PIC 9(08)V99.
       01 PG-DAT-DEM             PIC X(10).
       01 PG-RET-CNF             PIC 9(01).
       01 PG-ECA-CNF             PIC X(03).
      * Ligne de la liste des écarts.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-NOM-FOU             PIC X(50).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-ACC-JOU             PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes en écart des entrantes encore en cours, par
      * fournisseur puis livraison.
       EXEC SQL
           DECLARE CUR-ECA CURSOR FOR
               SELECT l.id_fou, COALESCE(f.nom_fou, ''),
                      lp.id_liv, lp.id_pie, COALESCE(p.nom_pie, ''),
                      COALESCE(lp.qt_liv_pie, 0),
                      COALESCE(lp.qt_cnf_pie, 0),
                      COALESCE(lp.prix_cmd_pie, 0),
                      COALESCE(lp.prix_cnf_pie, 0),
                      COALESCE(CAST(lp.date_dem_pie AS VARCHAR), ''),
                      COALESCE(CAST(lp.date_cnf_pie AS VARCHAR), ''),
                      lp.ecart_cnf_pie,
                      CASE WHEN lp.date_acc_pie = CURRENT_DATE
                           THEN '*' ELSE ' ' END
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
                   LEFT JOIN fournisseur f ON f.id_fou = l.id_fou
               WHERE l.id_fou IS NOT NULL
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(lp.ecart_cnf_pie, '') <> ''
               ORDER BY f.nom_fou, l.id_fou, lp.id_liv, lp.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-MAJ             PIC 9(05) VALUE 0.
       01 WS-NBR-ECA             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.
       01 WS-NBR-LST             PIC 9(05) VALUE 0.

      * Rupture de fournisseur dans la liste.
       01 WS-IDF-FOU-CRT         PIC 9(10) VALUE 0.

       01 WS-IDF-EDT             PIC Z(09)9.
       01 WS-IDF-EDT2            PIC Z(09)9.
       01 WS-NOM-EDT             PIC X(30).
       01 WS-QTE-EDT             PIC Z(06)9.
       01 WS-QTE-EDT2            PIC Z(06)9.
       01 WS-PRI-EDT             PIC Z(06)9.99.
       01 WS-PRI-EDT2            PIC Z(06)9.99.
       01 WS-NBR-EDT             PIC Z(04)9.
       01 WS-DAT-JOU             PIC X(08).

      * Écarts relevés sur la ligne en cours (P, Q, D à la suite).
       01 WS-ECA-PTR             PIC 9(02).

      * Titre des colonnes de la liste, aligné sur les lignes.
       01 WS-LGN-TIT.
           05 FILLER             PIC X(12) VALUE "   Livraison".
           05 FILLER             PIC X(12) VALUE "       Piece".
           05 FILLER             PIC X(32) VALUE "  Designation".
           05 FILLER             PIC X(09) VALUE "  Qte cmd".
           05 FILLER             PIC X(09) VALUE "  Qte cnf".
           05 FILLER             PIC X(12) VALUE "    Prix cmd".
           05 FILLER             PIC X(11) VALUE "   Prix cnf".
           05 FILLER             PIC X(12) VALUE "  Date dem.".
           05 FILLER             PIC X(12) VALUE "  Date cnf.".
           05 FILLER             PIC X(07) VALUE "  Ecart".

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Ligne rejouee depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-ACC.

           IF WS-STA-FIC NOT = "00"
               DISPLAY "impaccfou : pas de fichier"
                   " accuse_commande.dat cette nuit"
           ELSE
               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN

               PERFORM UNTIL WS-ETT-LCT-FIN
                   PERFORM 0200-TRT-ACC-DEB
                      THRU 0200-TRT-ACC-FIN

                   PERFORM 0100-LCT-DEB
                      THRU 0100-LCT-FIN
               END-PERFORM

               CLOSE FIC-ACC
           END-IF.

      * La liste des écarts sort chaque nuit, fichier reçu ou non :
      * les écarts encore ouverts restent à traiter.
           PERFORM 0500-LST-ECA-DEB
              THRU 0500-LST-ECA-FIN.

           DISPLAY "impaccfou : " WS-NBR-MAJ " ligne(s) confirmee(s)"
               " dont " WS-NBR-ECA " en ecart, " WS-NBR-REJ
               " rejet(s), " WS-NBR-LST " ecart(s) ouvert(s) dans"
               " ecarts_accuse_commande.txt".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-ACC
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Rapproche la confirmation de la ligne de l'entrante "en cours",
      * relève les écarts avec la commande et les pose sur la ligne,
      * en une seule transaction.
       0200-TRT-ACC-DEB.

           IF FD-IDF-LIV NOT NUMERIC OR FD-IDF-PIE NOT NUMERIC
                   OR FD-QTE-CNF NOT NUMERIC
                   OR FD-PRI-CNF NOT NUMERIC
               MOVE "ligne illisible : zone non numerique"
                   TO WS-REJ-MOT
               PERFORM 0400-REJ-ACC-DEB
                  THRU 0400-REJ-ACC-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-LIV TO PG-IDF-LIV.
           MOVE FD-IDF-PIE TO PG-IDF-PIE.
           MOVE FD-QTE-CNF TO PG-QTE-CNF.
           MOVE FD-PRI-CNF TO PG-PRI-CNF.
           MOVE FD-DAT-CNF TO PG-DAT-CNF.

      * Ce qui a été commandé : figé au premier accusé, le prix du
      * catalogue du fournisseur et la date de fin prévue sinon.
           EXEC SQL
               SELECT COALESCE(lp.qt_liv_pie, 0),
                      COALESCE(lp.prix_cmd_pie,
                          (SELECT pf.prix_achat_pf
                           FROM piece_fournisseur pf
                           WHERE pf.id_pie = lp.id_pie
                             AND pf.id_fou = l.id_fou), 0),
                      CAST(COALESCE(lp.date_dem_pie, l.date_fin_liv)
                          AS VARCHAR),
                      CASE WHEN CAST(:PG-DAT-CNF AS DATE)
                                > COALESCE(lp.date_dem_pie,
                                           l.date_fin_liv)
                           THEN 1 ELSE 0 END
               INTO :PG-QTE-CMD, :PG-PRI-CMD, :PG-DAT-DEM,
                    :PG-RET-CNF
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
               WHERE lp.id_liv = :PG-IDF-LIV
                 AND lp.id_pie = :PG-IDF-PIE
                 AND l.id_fou IS NOT NULL
                 AND l.statut_liv = 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "livraison entrante en cours ou ligne inconnue"
                       TO WS-REJ-MOT
                   PERFORM 0400-REJ-ACC-DEB
                      THRU 0400-REJ-ACC-FIN
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE "date confirmee illisible (AAAA-MM-JJ)"
                       TO WS-REJ-MOT
                   PERFORM 0400-REJ-ACC-DEB
                      THRU 0400-REJ-ACC-FIN
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO PG-ECA-CNF.
           MOVE 1 TO WS-ECA-PTR.

           IF PG-PRI-CNF NOT = PG-PRI-CMD
               STRING "P" DELIMITED BY SIZE
                      INTO PG-ECA-CNF
                      WITH POINTER WS-ECA-PTR
               END-STRING
           END-IF.

           IF PG-QTE-CNF < PG-QTE-CMD
               STRING "Q" DELIMITED BY SIZE
                      INTO PG-ECA-CNF
                      WITH POINTER WS-ECA-PTR
               END-STRING
           END-IF.

           IF PG-RET-CNF = 1
               STRING "D" DELIMITED BY SIZE
                      INTO PG-ECA-CNF
                      WITH POINTER WS-ECA-PTR
               END-STRING
           END-IF.

           EXEC SQL
               UPDATE livraison_piece
               SET qt_cnf_pie = :PG-QTE-CNF,
                   prix_cnf_pie = :PG-PRI-CNF,
                   date_cnf_pie = CAST(:PG-DAT-CNF AS DATE),
                   prix_cmd_pie = :PG-PRI-CMD,
                   date_dem_pie = CAST(:PG-DAT-DEM AS DATE),
                   date_acc_pie = CURRENT_DATE,
                   ecart_cnf_pie = TRIM(:PG-ECA-CNF)
               WHERE id_liv = :PG-IDF-LIV
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-MAJ
               IF PG-ECA-CNF NOT = SPACES
                   ADD 1 TO WS-NBR-ECA
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "erreur SQL a l'enregistrement de la confirmation"
                   TO WS-REJ-MOT
               PERFORM 0400-REJ-ACC-DEB
                  THRU 0400-REJ-ACC-FIN
           END-IF.

       0200-TRT-ACC-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne et son motif dans la table commune des rejets
      * d'import ("ajurej"), d'ou l'atelier "ecrrej" la reprend.
       0400-REJ-ACC-DEB.

           MOVE "impaccfou" TO WS-REJ-SRC.
           MOVE FD-REC-ACC  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           ADD 1 TO WS-NBR-REJ.

       0400-REJ-ACC-FIN.

      *-----------------------------------------------------------------
      * Liste des écarts ouverts : une ligne par pièce en écart, un
      * titre par fournisseur.
       0500-LST-ECA-DEB.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           OPEN OUTPUT FIC-ECA.

           MOVE "ECARTS DES ACCUSES DE COMMANDE FOURNISSEURS"
               TO FD-LGN-ECA.
           WRITE FD-LGN-ECA.

           MOVE SPACES TO FD-LGN-ECA.
           STRING "Date : " DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  "   (* = accuse recu aujourd'hui ; P prix, Q"
                  DELIMITED BY SIZE
                  " quantite inferieure, D date plus tardive)"
                  DELIMITED BY SIZE
                  INTO FD-LGN-ECA
           END-STRING.
           WRITE FD-LGN-ECA.

           MOVE " " TO FD-LGN-ECA.
           WRITE FD-LGN-ECA.

           MOVE WS-LGN-TIT TO FD-LGN-ECA.
           WRITE FD-LGN-ECA.

           EXEC SQL OPEN CUR-ECA END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-ECA
                   INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-IDF-LIV,
                        :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-CMD,
                        :PG-QTE-CNF, :PG-PRI-CMD, :PG-PRI-CNF,
                        :PG-DAT-DEM, :PG-DAT-CNF, :PG-ECA-CNF,
                        :PG-ACC-JOU
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0550-LGN-ECA-DEB
                      THRU 0550-LGN-ECA-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ECA END-EXEC.

           IF WS-NBR-LST = 0
               MOVE "Aucun ecart ouvert sur les commandes en cours."
                   TO FD-LGN-ECA
               WRITE FD-LGN-ECA
           ELSE
               MOVE " " TO FD-LGN-ECA
               WRITE FD-LGN-ECA
               MOVE WS-NBR-LST TO WS-NBR-EDT
               MOVE SPACES TO FD-LGN-ECA
               STRING "Total : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " ligne(s) en ecart" DELIMITED BY SIZE
                      INTO FD-LGN-ECA
               END-STRING
               WRITE FD-LGN-ECA
           END-IF.

           CLOSE FIC-ECA.

       0500-LST-ECA-FIN.

      *-----------------------------------------------------------------
      * Une ligne en écart, précédée du titre de son fournisseur à la
      * rupture.
       0550-LGN-ECA-DEB.

           IF PG-IDF-FOU NOT = WS-IDF-FOU-CRT
               MOVE " " TO FD-LGN-ECA
               WRITE FD-LGN-ECA
               MOVE PG-IDF-FOU TO WS-IDF-EDT
               MOVE SPACES TO FD-LGN-ECA
               STRING "Fournisseur " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(PG-NOM-FOU) DELIMITED BY SIZE
                      INTO FD-LGN-ECA
               END-STRING
               WRITE FD-LGN-ECA
               MOVE PG-IDF-FOU TO WS-IDF-FOU-CRT
           END-IF.

           MOVE PG-IDF-LIV TO WS-IDF-EDT.
           MOVE PG-IDF-PIE TO WS-IDF-EDT2.
           MOVE PG-NOM-PIE TO WS-NOM-EDT.
           MOVE PG-QTE-CMD TO WS-QTE-EDT.
           MOVE PG-QTE-CNF TO WS-QTE-EDT2.
           MOVE PG-PRI-CMD TO WS-PRI-EDT.
           MOVE PG-PRI-CNF TO WS-PRI-EDT2.

           MOVE SPACES TO FD-LGN-ECA.
           STRING PG-ACC-JOU DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IDF-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-IDF-EDT2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOM-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-EDT2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PRI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRI-EDT2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PG-DAT-DEM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PG-DAT-CNF DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PG-ECA-CNF DELIMITED BY SIZE
                  INTO FD-LGN-ECA
           END-STRING.
           WRITE FD-LGN-ECA.

           ADD 1 TO WS-NBR-LST.

       0550-LGN-ECA-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une confirmation corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-ACC.

           PERFORM 0200-TRT-ACC-DEB
              THRU 0200-TRT-ACC-FIN.

       0900-RPR-REJ-FIN.
