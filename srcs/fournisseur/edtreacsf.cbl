      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui demande    *
      * leur réassort aux fournisseurs qui tiennent un dépôt chez nous *
      * (stock consigné, table consigne_fou) : chaque pièce en dépôt   *
      * passée sous son seuil (seuil_csf) est demandée à hauteur de sa *
      * cible (cible_csf), moins la quantité en dépôt et celle déjà    *
      * attendue sur une réception consignée ouverte. Une demande      *
      * reappro_depot_<fournisseur>.txt est écrite par fournisseur, et *
      * la réception consignée attendue (entrante csg_liv = 1, via     *
      * "ajuliv"/"ajulivpi") est créée avec les mêmes lignes : à       *
      * l'arrivée, sa clôture ("majliv") alimente le dépôt du          *
      * fournisseur sans entrer au CUMP. Les pièces en dépôt sont      *
      * écartées du réapprovisionnement ordinaire ("genreapp") ; une   *
      * pièce arrêtée par le fabricant (cycle de vie "majcyc") n'est   *
      * plus demandée. Seuil et cible se tiennent depuis "ecrcsf".     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; REA=REASSORT; CSF=CONSIGNE FOURNISSEUR (DEPOT     *
      * FOURNISSEUR); FOU=FOURNISSEUR; PIE=PIECE; NOM=NOM;             *
      * QTE=QUANTITE; SEU=SEUIL; CIB=CIBLE; ATT=ATTENDUE;              *
      * LIV=LIVRAISON; DEM=DEMANDE; OUV=OUVERTURE; ECR=ECRITURE;       *
      * LGN=LIGNE; FIC=FICHIER; CRS=COURS; DAT=DATE; JOU=JOUR;         *
      * LCT=LECTURE; ETT=ETAT; ENC=EN COURS; NBR=NOMBRE;               *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtreacsf.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REA ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-REA.
       01  FD-LGN-REA                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-CSF              PIC 9(10).
       01 PG-SEU-CSF              PIC 9(10).
       01 PG-CIB-CSF              PIC 9(10).
       01 PG-QTE-ATT              PIC 9(10).
       01 PG-QTE-REA              PIC 9(07)V9(03).
       01 PG-IDF-LIV              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pièces en dépôt fournisseur passées sous leur seuil, triées
      * par fournisseur : quantité à demander = cible du dépôt moins
      * quantité en dépôt moins quantité déjà attendue sur une
      * réception consignée encore ouverte du même fournisseur (pas
      * de seconde demande pour un réassort en route).
       EXEC SQL
           DECLARE CUR-REA CURSOR FOR
               SELECT x.id_fou, x.nom_fou, x.id_pie, x.nom_pie,
                      x.qte_csf, x.seuil_csf, x.cible_csf, x.qte_att,
                      x.cible_csf - x.qte_csf - x.qte_att
               FROM (SELECT cf.id_fou, f.nom_fou, cf.id_pie,
                            p.nom_pie, cf.qte_csf, cf.seuil_csf,
                            cf.cible_csf,
                            COALESCE(
                                (SELECT SUM(lp.qt_liv_pie)
                                 FROM livraison l
                                     JOIN livraison_piece lp
                                         ON lp.id_liv = l.id_liv
                                 WHERE l.id_fou = cf.id_fou
                                   AND lp.id_pie = cf.id_pie
                                   AND l.statut_liv = 0
                                   AND l.supprime_le = ''
                                   AND COALESCE(l.csg_liv, 0) = 1
                                   AND COALESCE(l.retour_liv, 0) = 0),
                                0) AS qte_att
                     FROM consigne_fou cf
                         JOIN fournisseur f ON f.id_fou = cf.id_fou
                         JOIN piece p ON p.id_pie = cf.id_pie
                     WHERE cf.cible_csf > 0
                       AND cf.qte_csf < cf.seuil_csf
                       AND f.supprime_le = ''
                       AND p.supprime_le = ''
      * Pas de reassort d'une piece arretee par le fabricant.
                       AND NOT (COALESCE(p.statut_cyc_pie, 0) = 2
                                AND COALESCE(p.date_cyc_pie,
                                             CURRENT_DATE)
                                    <= CURRENT_DATE)) x
               WHERE x.cible_csf - x.qte_csf - x.qte_att > 0
               ORDER BY x.id_fou, x.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Fournisseur de la demande en cours (0 = aucune ouverte) et
      * réception consignée attendue créée pour lui.
       01 WS-FOU-CRS              PIC 9(10) VALUE 0.
       01 WS-IDF-LIV              PIC 9(10).
       01 WS-DAT-JOU              PIC X(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LGN==.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-FOU-EDT          PIC Z(10).
       01 WS-IDF-LIV-EDT          PIC Z(10).
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-QTE-CSF-EDT          PIC Z(06)9.
       01 WS-SEU-CSF-EDT          PIC Z(06)9.
       01 WS-CIB-CSF-EDT          PIC Z(06)9.
       01 WS-QTE-REA-EDT          PIC Z(06)9.

       01 WS-NBR-DEM              PIC 9(05) VALUE 0.
       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           EXEC SQL OPEN CUR-REA END-EXEC.

           PERFORM 0100-LCT-DEB
              THRU 0100-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               IF PG-IDF-FOU NOT = WS-FOU-CRS
                   IF WS-FOU-CRS NOT = 0
                       CLOSE FIC-REA
                   END-IF
                   PERFORM 0200-OUV-DEM-DEB
                      THRU 0200-OUV-DEM-FIN
               END-IF

               PERFORM 0300-ECR-LGN-DEB
                  THRU 0300-ECR-LGN-FIN

               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN
           END-PERFORM.

           IF WS-FOU-CRS NOT = 0
               CLOSE FIC-REA
           END-IF.

           EXEC SQL CLOSE CUR-REA END-EXEC.

           DISPLAY "edtreacsf : " WS-NBR-DEM
               " demande(s) de reassort de depot fournisseur, "
               WS-NBR-LGN " ligne(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           EXEC SQL
               FETCH CUR-REA
               INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-IDF-PIE,
                    :PG-NOM-PIE, :PG-QTE-CSF, :PG-SEU-CSF,
                    :PG-CIB-CSF, :PG-QTE-ATT, :PG-QTE-REA
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Nouveau fournisseur dans le curseur : réception consignée
      * attendue (entrante csg_liv = 1, en cours, que "majliv"
      * portera au dépôt du fournisseur à l'arrivée) et demande de
      * réassort reappro_depot_<fournisseur>.txt qui la référence.
       0200-OUV-DEM-DEB.

           MOVE PG-IDF-FOU TO WS-FOU-CRS.
           MOVE 0 TO WS-IDF-LIV.

           CALL "ajuliv"
               USING
               WS-DAT-JOU
               WS-DAT-JOU
               0
               0
               PG-IDF-FOU
               0
               0
               WS-IDF-LIV
               WS-LIV-AJU-RET
           END-CALL.

           IF WS-LIV-AJU-RET-OK
               MOVE WS-IDF-LIV TO PG-IDF-LIV

               EXEC SQL
                   UPDATE livraison
                   SET csg_liv = 1
                   WHERE id_liv = :PG-IDF-LIV
               END-EXEC

               IF SQLCODE = 0
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 0 TO WS-IDF-LIV
               END-IF
           ELSE
               MOVE 0 TO WS-IDF-LIV
           END-IF.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           STRING "reappro_depot_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-REA.

           MOVE "DEMANDE DE REASSORT - DEPOT FOURNISSEUR" TO FD-LGN-REA.
           WRITE FD-LGN-REA.

           MOVE " " TO FD-LGN-REA.
           WRITE FD-LGN-REA.

           MOVE SPACES TO FD-LGN-REA.
           STRING "Fournisseur : " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-FOU) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-REA
           END-STRING.
           WRITE FD-LGN-REA.

           MOVE SPACES TO FD-LGN-REA.
           IF WS-IDF-LIV > 0
               MOVE WS-IDF-LIV TO WS-IDF-LIV-EDT
               STRING "Reference a rappeler a la livraison : "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                      INTO FD-LGN-REA
               END-STRING
           ELSE
               MOVE "Reception attendue non creee, a saisir a reception"
                   TO FD-LGN-REA
           END-IF.
           WRITE FD-LGN-REA.

           MOVE " " TO FD-LGN-REA.
           WRITE FD-LGN-REA.

           MOVE "     Piece En depot    Seuil    Cible  A livrer  Libell
      -    "e"
               TO FD-LGN-REA.
           WRITE FD-LGN-REA.

           ADD 1 TO WS-NBR-DEM.

       0200-OUV-DEM-FIN.

      *-----------------------------------------------------------------
      * Une ligne de demande, reprise sur la réception attendue.
       0300-ECR-LGN-DEB.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-CSF TO WS-QTE-CSF-EDT.
           MOVE PG-SEU-CSF TO WS-SEU-CSF-EDT.
           MOVE PG-CIB-CSF TO WS-CIB-CSF-EDT.
           MOVE PG-QTE-REA TO WS-QTE-REA-EDT.

           MOVE SPACES TO FD-LGN-REA.
           STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-QTE-CSF-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SEU-CSF-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CIB-CSF-EDT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTE-REA-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-PIE) DELIMITED BY SIZE
                  INTO FD-LGN-REA
           END-STRING.
           WRITE FD-LGN-REA.

           ADD 1 TO WS-NBR-LGN.

           IF WS-IDF-LIV > 0
               CALL "ajulivpi"
                   USING
                   WS-IDF-LIV
                   PG-IDF-PIE
                   PG-QTE-REA
                   WS-LGN-AJU-RET
               END-CALL
           END-IF.

       0300-ECR-LGN-FIN.
