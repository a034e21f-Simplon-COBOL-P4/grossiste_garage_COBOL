      * fois. Complète le bon de commande papier de "edtbcmfou" pour   *
      * les fournisseurs qui n'acceptent que des fichiers.             *
      *                                                                *
      * Les lignes d'une pièce arrêtée par le fabricant (cycle de vie  *
      * "majcyc", statut 2 en vigueur) ne sont pas transmises : elles  *
      * sont comptées dans le compte rendu.                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; EDI=ECHANGE DE DONNEES INFORMATISE;                *
      * FOU=FOURNISSEUR; LIV=LIVRAISON; PIE=PIECE; QTE=QUANTITE;       *
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-QTE-PIE              PIC 9(10).
       01 PG-PRI-ACH              PIC 9(08)V99.
       01 PG-NBR-ECA              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                           WHERE pf.id_pie = lp.id_pie
                             AND pf.id_fou = :PG-IDF-FOU), 0)
               FROM livraison_piece lp
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE lp.id_liv = :PG-IDF-LIV
      * Une piece arretee par le fabricant ("majcyc") n'est plus
      * commandee : sa ligne n'est pas transmise.
                 AND NOT (COALESCE(p.statut_cyc_pie, 0) = 2
                          AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                              <= CURRENT_DATE)
               ORDER BY lp.id_pie
       END-EXEC.


       01 WS-NBR-TRS              PIC 9(05) VALUE 0.
       01 WS-NBR-BLQ              PIC 9(05) VALUE 0.
      * Lignes de pieces arretees ecartees des fichiers transmis.
       01 WS-NBR-ECA              PIC 9(05) VALUE 0.

      * Barriere de validation des achats ("ctlvalliv") : valeur de
      * la commande et verdict (1 = a valider, non transmise).

           DISPLAY "edtedifou : " WS-NBR-TRS " commande(s)"
               " transmise(s), " WS-NBR-BLQ " en attente de"
               " validation, " WS-NBR-ECA " ligne(s) de piece"
               " arretee ecartee(s)".

           EXIT PROGRAM.


           EXEC SQL CLOSE CUR-EDI-LGN END-EXEC.

      * Lignes laissees hors du fichier (pieces arretees), comptees
      * pour le compte rendu.
           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-ECA
               FROM livraison_piece lp
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE lp.id_liv = :PG-IDF-LIV
                 AND COALESCE(p.statut_cyc_pie, 0) = 2
                 AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                     <= CURRENT_DATE
           END-EXEC.

           IF SQLCODE = 0
               ADD PG-NBR-ECA TO WS-NBR-ECA
           END-IF.

       0300-TRS-LGN-FIN.

      *-----------------------------------------------------------------
