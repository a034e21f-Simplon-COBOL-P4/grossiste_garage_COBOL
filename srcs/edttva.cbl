      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * récapitulatif de déclaration de TVA du mois : la TVA collectée *
      * (base hors taxe et montant de taxe par taux taux_tva_pie       *
      * distinct, sur les livraisons sortantes terminées du mois) et   *
      * la TVA déductible (même ventilation sur les réceptions         *
      * entrantes terminées, valorisées au prix d'achat du catalogue   *
      * piece_fournisseur à défaut prix_pie), présentées dans l'ordre  *
      * des cases de la déclaration pour recopie directe. Le mois est  *
      * lu en entrée (SYSIN, AAAAMM) ; à défaut, c'est le mois         *
      * précédent qui est traité. Une déclaration par société : la     *
      * société (NN) est lue après le mois (01 à défaut, contrôlée par *
      * "lirsoc"), seuls ses mouvements (id_soc ; avoirs par la        *
      * livraison d'origine) sont déclarés et l'édition est suffixée   *
      * "_NN" (declaration_tva.txt pour la société 1). Les ventes      *
      * exonérées (lignes à taux nul des clients en régime             *
      * intracommunautaire ou export, "majregtva") sortent de la TVA   *
      * collectée pour leur propre case F : exportations hors UE,      *
      * livraisons intracommunautaires et autres opérations non        *
      * imposables, au régime figé sur la facture (regime_tva_fac), à  *
      * défaut celui du client ; leurs escomptes ne réduisent aucune   *
      * TVA.                                                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; TVA=TAXE SUR LA VALEUR AJOUTEE; COL=COLLECTEE;     *
      * DED=DEDUCTIBLE; TAU=TAUX; MOI=MOIS; DAT=DATE; DEB=DEBUT;       *
      * FIN=FIN; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;        *
      * CUR=CURSEUR; MNT=MONTANT; HT=HORS TAXE; NET=NETTE;             *
      * SOC=SOCIETE; RAI=RAISON SOCIALE; SAI=SAISIE; BAS=BASE;         *
      * EXO=EXONEREE; UE=UNION EUROPEENNE; EXP=EXPORT; AUT=AUTRE.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TVA ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01 PG-TVA-CSG              PIC 9(12)V99.
       01 PG-HT-AVR               PIC 9(12)V99.
       01 PG-TVA-AVR              PIC 9(12)V99.
      * Société déclarée : chaque société dépose sa propre
      * déclaration.
       01 PG-IDF-SOC              PIC 9(02).
      * Ventes exonerees du mois (base hors taxe) : livraisons
      * intracommunautaires, exportations, autres.
       01 PG-HT-UE                PIC 9(12)V99.
       01 PG-HT-EXP               PIC 9(12)V99.
       01 PG-HT-AUT               PIC 9(12)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * TVA collectée du mois, par taux distinct ; les lignes à taux
      * nul (ventes exonérées) vont en case F.
       EXEC SQL
           DECLARE CUR-TVA-COL CURSOR FOR
               SELECT COALESCE(lp.taux_tva_liv, p.taux_tva_pie),
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.csg_liv, 0) = 0
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND l.date_fin_liv >= :PG-DAT-DEB
                 AND l.date_fin_liv < :PG-DAT-FIN
                 AND COALESCE(lp.taux_tva_liv, p.taux_tva_pie) > 0
               GROUP BY COALESCE(lp.taux_tva_liv, p.taux_tva_pie)
               ORDER BY COALESCE(lp.taux_tva_liv, p.taux_tva_pie)
                   DESC
               WHERE l.id_fou IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND l.date_fin_liv >= :PG-DAT-DEB
                 AND l.date_fin_liv < :PG-DAT-FIN
               GROUP BY p.taux_tva_pie
       01 WS-TVA-NET              PIC S9(12)V99.
       01 WS-NET-EDT              PIC Z(10)9.99-.

      * Société déclarée (NN lu en entrée après le mois, 01 à
      * défaut) : sa déclaration porte le suffixe "_NN"
      * ("calnomcpt"), sauf la société 1 qui garde le nom d'origine.
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20) VALUE "declaration_tva".
       01 WS-NOM-SOC              PIC X(20).
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           PERFORM 0150-LIR-SOC-DEB
              THRU 0150-LIR-SOC-FIN.

           IF RETURN-CODE = 8
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-TVA.

           MOVE "RECAPITULATIF DE DECLARATION DE TVA" TO FD-LGN-TVA.
           END-STRING.
           WRITE FD-LGN-TVA.

           STRING "Societe : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-TVA
           END-STRING.
           WRITE FD-LGN-TVA.

           MOVE " " TO FD-LGN-TVA.
           WRITE FD-LGN-TVA.

           PERFORM 0350-HRS-LIV-DEB
              THRU 0350-HRS-LIV-FIN.

           PERFORM 0370-VTE-EXO-DEB
              THRU 0370-VTE-EXO-FIN.

           PERFORM 0400-PID-TVA-DEB
              THRU 0400-PID-TVA-FIN.

           CLOSE FIC-TVA.

           DISPLAY "edttva : declaration " WS-MOI-EDT
               " editee dans " FUNCTION TRIM(WS-NOM-FIC).

           EXIT PROGRAM.


       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Société déclarée : lue en entrée après le mois (01 à défaut)
      * et contrôlée par "lirsoc" ; une société inconnue arrête
      * l'édition (code retour 8).
       0150-LIR-SOC-DEB.

           ACCEPT WS-SOC-SAI.

           IF WS-SOC-SAI IS NUMERIC
               MOVE WS-SOC-SAI TO PG-IDF-SOC
           ELSE
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           CALL "lirsoc"
               USING
               PG-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF NOT WS-SOC-LIR-RET-OK
               DISPLAY "edttva : societe " PG-IDF-SOC " inconnue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           MOVE SPACES TO WS-NOM-FIC.
           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

       0150-LIR-SOC-FIN.

      *-----------------------------------------------------------------
       0200-LCT-COL-DEB.

               WHERE NOT EXISTS
                   (SELECT 1 FROM facture_livraison fl
                    WHERE fl.id_fac = f.id_fac)
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                 AND f.date_fac >= :PG-DAT-DEB
                 AND f.date_fac < :PG-DAT-FIN
           END-EXEC.
                       ON lp.id_liv = r.id_liv_orig
                      AND lp.id_pie = r.id_pie
                   JOIN piece p ON p.id_pie = r.id_pie
                   JOIN livraison l ON l.id_liv = r.id_liv_orig
               WHERE r.date_rcl >= :PG-DAT-DEB
                 AND r.date_rcl < :PG-DAT-FIN
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
           END-EXEC.

           MOVE " " TO FD-LGN-TVA.
      * E - Escomptes accordes ("ajureg", lignes de mode ESCOMPTE) :
      * l'escompte reduit la base imposable ; faute de detail par
      * taux sur la ligne, la TVA est deduite au taux normal de 20 %.
      * Ceux des clients exoneres n'ont pas de TVA a reprendre.
           MOVE 0 TO PG-HT-AVR.
           MOVE 0 TO PG-TVA-AVR.

               INTO :PG-HT-AVR, :PG-TVA-AVR
               FROM reglement g
               WHERE UPPER(BTRIM(g.mode_reg)) = 'ESCOMPTE'
                 AND NOT EXISTS
                     (SELECT 1 FROM client c
                      WHERE c.id_cli = g.id_cli
                        AND (COALESCE(c.regime_tva_cli, 0) = 2
                             OR (COALESCE(c.regime_tva_cli, 0) = 1
                                 AND BTRIM(COALESCE(c.num_tva_cli,
                                     '')) <> '')))
                 AND COALESCE(g.id_soc, 1) = :PG-IDF-SOC
                 AND g.date_reg >= :PG-DAT-DEB
                 AND g.date_reg < :PG-DAT-FIN
           END-EXEC.

       0350-HRS-LIV-FIN.

      *-----------------------------------------------------------------
      * F - Ventes exonerees du mois : base hors taxe des lignes a
      * taux nul, ventilee selon le regime fige sur leur facture
      * ("ajufac"), a defaut celui du client pour une livraison pas
      * encore facturee. Cases de la declaration : exportations hors
      * UE, livraisons intracommunautaires, autres operations non
      * imposables.
       0370-VTE-EXO-DEB.

           MOVE 0 TO PG-HT-UE.
           MOVE 0 TO PG-HT-EXP.
           MOVE 0 TO PG-HT-AUT.

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN x.reg = 1
                                        THEN x.ht ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN x.reg = 2
                                        THEN x.ht ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN x.reg NOT IN (1, 2)
                                        THEN x.ht ELSE 0 END), 0)
               INTO :PG-HT-UE, :PG-HT-EXP, :PG-HT-AUT
               FROM (SELECT COALESCE(
                                (SELECT f.regime_tva_fac
                                 FROM facture_livraison fl
                                     JOIN facture f
                                         ON f.id_fac = fl.id_fac
                                 WHERE fl.id_liv = l.id_liv
                                 LIMIT 1),
                                c.regime_tva_cli, 0) AS reg,
                            lp.qt_recue_pie
                            * COALESCE(lp.prix_net_liv,
                                p.prix_pie * (1 - COALESCE(
                                    (SELECT t.remise_pct
                                     FROM tarif_cli t
                                     WHERE t.id_cli = l.id_cli
                                       AND (t.id_cat_pie =
                                                p.id_cat_pie
                                            OR t.id_cat_pie = 0)
                                     ORDER BY t.id_cat_pie DESC
                                     LIMIT 1), 0) / 100)) AS ht
                     FROM livraison l
                         JOIN livraison_piece lp
                             ON lp.id_liv = l.id_liv
                         JOIN piece p ON p.id_pie = lp.id_pie
                         JOIN client c ON c.id_cli = l.id_cli
                     WHERE l.statut_liv = 1
                       AND COALESCE(l.csg_liv, 0) = 0
                       AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                       AND l.date_fin_liv >= :PG-DAT-DEB
                       AND l.date_fin_liv < :PG-DAT-FIN
                       AND COALESCE(lp.taux_tva_liv,
                               p.taux_tva_pie) = 0) x
           END-EXEC.

           MOVE " " TO FD-LGN-TVA.
           WRITE FD-LGN-TVA.

           MOVE "F - OPERATIONS EXONEREES (base HT, sans TVA)"
               TO FD-LGN-TVA.
           WRITE FD-LGN-TVA.

           MOVE PG-HT-EXP TO WS-HT-EDT.

           STRING "Exportations hors UE            : " DELIMITED BY SIZE
                  WS-HT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-TVA
           END-STRING.
           WRITE FD-LGN-TVA.

           MOVE PG-HT-UE TO WS-HT-EDT.

           STRING "Livraisons intracommunautaires  : " DELIMITED BY SIZE
                  WS-HT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-TVA
           END-STRING.
           WRITE FD-LGN-TVA.

           MOVE PG-HT-AUT TO WS-HT-EDT.

           STRING "Autres operations non imposables: " DELIMITED BY SIZE
                  WS-HT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-TVA
           END-STRING.
           WRITE FD-LGN-TVA.

       0370-VTE-EXO-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne d'un taux (commune aux deux sections).
       0300-LGN-TAU-DEB.
