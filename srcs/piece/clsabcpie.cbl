      * depuis le dernier passage sont édités dans                     *
      * classement_abc.txt.                                            *
      *                                                                *
      * Les ventes en livraison directe ("ajulivdir"), expédiées par   *
      * le fournisseur chez le client sans passer par le stock, ne     *
      * comptent pas dans le classement.                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CLS=CLASSEMENT; ABC=CLASSES A/B/C; PIE=PIECE; VAL=VALEUR;      *
      * CUM=CUMUL; TOT=TOTAL; ANC=ANCIENNE; NOU=NOUVELLE; MVT=         *
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.directe_liv, 0) = 0
                 AND l.date_fin_liv >= :PG-DAT-DEB
               GROUP BY p.id_pie, p.nom_pie, p.classe_abc_pie
               ORDER BY 4 DESC
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.directe_liv, 0) = 0
                 AND l.date_fin_liv >= :PG-DAT-DEB
           END-EXEC.

                      WHERE lp.id_pie = piece.id_pie
                        AND l.id_cli IS NOT NULL
                        AND l.statut_liv = 1
                        AND COALESCE(l.directe_liv, 0) = 0
                        AND l.date_fin_liv >= :PG-DAT-DEB)
           END-EXEC.

