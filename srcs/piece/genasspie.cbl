      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch d'analyse des ventes associées : sur les douze *
      * derniers mois, les lignes des livraisons sortantes terminées   *
      * (hors retours) sont rapprochées par livraison pour trouver les *
      * pièces vendues ensemble (disques et plaquettes, courroie de    *
      * distribution et pompe à eau). Chaque paire vendue ensemble au  *
      * moins N fois (clé "seuil_ass_pie" de parametre_secu, 3 à       *
      * défaut) est posée dans la table association_pie, dans les deux *
      * sens : id_pie, id_pie_ass, nbr_liv_ass (ventes contenant les   *
      * deux pièces), nbr_liv_pie (ventes contenant la pièce), pct_ass *
      * (part des ventes de la pièce contenant aussi la pièce          *
      * associée) et calcule_le. La table est recalculée entièrement à *
      * chaque passage ; elle alimente les suggestions des écrans de   *
      * vente ("lirasspie" pour "ecrvcomp" et "ecrajliv") et l'édition *
      * "edtasspie" des associations les plus fortes. Étape de la      *
      * chaîne de nuit ("chnbat"), le calcul part une fois par         *
      * semaine, la première nuit ouvrée (le lundi, ou le jour ouvré   *
      * suivant quand il est fermé) ; les autres nuits, rien à faire.  *
      * Code retour 8 si le recalcul échoue (l'ancien reste en place). *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; ASS=ASSOCIATION; PIE=PIECE; SEU=SEUIL;         *
      * NBR=NOMBRE; LIV=LIVRAISON (VENTE); DAT=DATE; DEB=DEBUT;        *
      * JOU=JOUR; ANN=ANNEE; RST=RESTE; CLC=CALCUL; INI=INITIALISER;   *
      * OUV=OUVRE; SEM=SEMAINE; CTL=CONTROLE.                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genasspie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-SEU-ASS              PIC 9(05).
       01 PG-NBR-ASS              PIC 9(09).
       01 PG-NBR-LIV              PIC 9(09).
       01 PG-NBR-OUV-SEM          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour de la chaîne : 8 si le recalcul a échoué.
       01 WS-COD-RET              PIC 9(01) VALUE 0.

      * Borne basse de la période : douze mois en arrière.
       01 WS-DAT-JOU              PIC X(10).
       01 WS-DAT-JOU-DEC REDEFINES WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-RST-JOU          PIC X(06).
       01 WS-ANN                  PIC 9(04).
       01 WS-DAT-DEB-CLC.
           05 WS-DEB-ANN          PIC 9(04).
           05 WS-DEB-RST          PIC X(06).

       PROCEDURE DIVISION.

      * L'analyse part la premiere nuit ouvree de la semaine - le
      * lundi, ou le jour ouvre suivant quand la chaine a saute un
      * lundi ferie.
           PERFORM 0050-CTL-JOU-DEB
              THRU 0050-CTL-JOU-FIN.

           IF PG-NBR-OUV-SEM > 0
               DISPLAY "genasspie : pas le 1er jour ouvre de la"
                   " semaine, rien a faire"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           MOVE 0 TO WS-COD-RET.

           PERFORM 0100-INI-DAT-DEB
              THRU 0100-INI-DAT-FIN.

      * Nombre minimal de ventes communes pour retenir une paire
      * (clé "seuil_ass_pie" de parametre_secu, 3 à défaut) : en
      * dessous, la coïncidence l'emporte.
           EXEC SQL
               SELECT valeur_prm
               INTO :PG-SEU-ASS
               FROM parametre_secu
               WHERE cle_prm = 'seuil_ass_pie'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SEU-ASS = 0
               MOVE 3 TO PG-SEU-ASS
           END-IF.

           PERFORM 0200-CLC-ASS-DEB
              THRU 0200-CLC-ASS-FIN.

           DISPLAY "genasspie : " PG-NBR-LIV " vente(s) analysee(s), "
               PG-NBR-ASS " association(s) posee(s)".

           MOVE WS-COD-RET TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Compte les jours ouvres deja passes avant aujourd'hui depuis
      * le lundi de la semaine (ouvre = pas dans jour_ferme pour toute
      * la maison, meme regle que la fenetre de la chaine "chnbat") :
      * zero = aujourd'hui est le premier jour ouvre de la semaine.
       0050-CTL-JOU-DEB.

           MOVE 0 TO PG-NBR-OUV-SEM.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-OUV-SEM
               FROM generate_series(
                        DATE_TRUNC('week', CURRENT_DATE),
                        CURRENT_DATE - 1, '1 day') AS g(d)
               WHERE NOT EXISTS
                   (SELECT 1 FROM jour_ferme jf
                    WHERE jf.date_jof = CAST(g.d AS DATE)
                      AND jf.id_ent = 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-OUV-SEM
           END-IF.

       0050-CTL-JOU-FIN.

      *-----------------------------------------------------------------
       0100-INI-DAT-DEB.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           MOVE WS-ANN-JOU TO WS-ANN.
           SUBTRACT 1 FROM WS-ANN.

           MOVE WS-ANN     TO WS-DEB-ANN.
           MOVE WS-RST-JOU TO WS-DEB-RST.
           MOVE WS-DAT-DEB-CLC TO PG-DAT-DEB.

       0100-INI-DAT-FIN.

      *-----------------------------------------------------------------
      * Recalcule entièrement la table association_pie en une
      * transaction : l'ancien calcul reste visible des écrans tant
      * que le nouveau n'est pas validé.
       0200-CLC-ASS-DEB.

           MOVE 0 TO PG-NBR-ASS.
           MOVE 0 TO PG-NBR-LIV.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-LIV
               FROM livraison l
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                     >= :PG-DAT-DEB
           END-EXEC.

           EXEC SQL
               DELETE FROM association_pie
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "genasspie : echec de la purge, SQLCODE "
                   SQLCODE
               MOVE 8 TO WS-COD-RET
               EXIT PARAGRAPH
           END-IF.

      * Chaque vente (sortante terminée, hors retour) compte une fois
      * par pièce, quelle que soit la quantité ou le nombre de lignes
      * ; la paire est posée dans les deux sens, avec la part des
      * ventes de la pièce qui contenaient aussi la pièce associée.
           EXEC SQL
               INSERT INTO association_pie
                   (id_pie, id_pie_ass, nbr_liv_ass, nbr_liv_pie,
                    pct_ass, calcule_le)
               SELECT a.id_pie, b.id_pie, COUNT(*), n.nbr_liv,
                      ROUND(COUNT(*) * 100.0 / n.nbr_liv),
                      CURRENT_DATE
               FROM (SELECT DISTINCT lp.id_liv, lp.id_pie
                     FROM livraison l
                         JOIN livraison_piece lp
                             ON lp.id_liv = l.id_liv
                     WHERE l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.retour_liv, 0) = 0
                       AND COALESCE(l.date_ter_liv, l.date_fin_liv)
                           >= :PG-DAT-DEB) a
                   JOIN (SELECT DISTINCT lp.id_liv, lp.id_pie
                         FROM livraison l
                             JOIN livraison_piece lp
                                 ON lp.id_liv = l.id_liv
                         WHERE l.id_cli IS NOT NULL
                           AND l.statut_liv = 1
                           AND COALESCE(l.retour_liv, 0) = 0
                           AND COALESCE(l.date_ter_liv,
                                        l.date_fin_liv)
                               >= :PG-DAT-DEB) b
                       ON b.id_liv = a.id_liv
                      AND b.id_pie <> a.id_pie
                   JOIN (SELECT lp.id_pie,
                                COUNT(DISTINCT lp.id_liv) AS nbr_liv
                         FROM livraison l
                             JOIN livraison_piece lp
                                 ON lp.id_liv = l.id_liv
                         WHERE l.id_cli IS NOT NULL
                           AND l.statut_liv = 1
                           AND COALESCE(l.retour_liv, 0) = 0
                           AND COALESCE(l.date_ter_liv,
                                        l.date_fin_liv)
                               >= :PG-DAT-DEB
                         GROUP BY lp.id_pie) n
                       ON n.id_pie = a.id_pie
               GROUP BY a.id_pie, b.id_pie, n.nbr_liv
               HAVING COUNT(*) >= :PG-SEU-ASS
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "genasspie : echec du calcul, SQLCODE " SQLCODE
               MOVE 8 TO WS-COD-RET
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-ASS
               FROM association_pie
           END-EXEC.

           EXEC SQL COMMIT END-EXEC.

       0200-CLC-ASS-FIN.
