      * ("PP6 PP12 PP24", en %) ; à défaut 25 / 50 / 100, les taux     *
      * d'usage du cabinet comptable.                                  *
      *                                                                *
      * Seul le stock propre est édité : la quantité en dépôt          *
      * fournisseur (consigne_fou), propriété du fournisseur, est      *
      * déduite de qt_pie.                                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; DEP=DEPRECIATION; TRN=TRANCHE; PIE=PIECE;          *
      * SOR=SORTIE; DER=DERNIERE; VAL=VALEUR; PRV=PROVISION;           *
      * par tranche d'ancienneté de la dernière sortie (1 = 6-12
      * mois, 2 = 12-24 mois, 3 = 24 mois et plus ou jamais sortie),
      * valorisées au coût d'achat le moins cher en euros, à défaut
      * prix_pie. Seul le stock propre est retenu : la quantité en
      * dépôt fournisseur (consigne_fou) ne nous appartient pas et
      * ne se déprécie pas chez nous.
       EXEC SQL
           DECLARE CUR-DEP CURSOR FOR
               SELECT x.id_pie, x.nom_pie, x.qt_pie,
                           THEN 2
                           ELSE 1 END,
                      x.val
               FROM (SELECT p.id_pie, p.nom_pie,
                            p.qt_pie - COALESCE(cf.qte_csf, 0)
                                AS qt_pie,
                            (SELECT MAX(m.date_mvt)
                             FROM mouvement_stock m
                             WHERE m.id_pie = p.id_pie
                               AND m.typ_mvt IN
                                   ('RETRAIT', 'BACKORDER'))
                                AS dat_der,
                            (p.qt_pie - COALESCE(cf.qte_csf, 0))
                              * COALESCE(
                                (SELECT MIN(pf.prix_achat_pf
                                     * COALESCE(tc.taux_eur, 1))
                                 FROM piece_fournisseur pf
                                 WHERE pf.id_pie = p.id_pie),
                                p.prix_pie) AS val
                     FROM piece p
                         LEFT JOIN (SELECT id_pie,
                                           SUM(qte_csf) AS qte_csf
                                    FROM consigne_fou
                                    GROUP BY id_pie) cf
                             ON cf.id_pie = p.id_pie
                     WHERE p.qt_pie - COALESCE(cf.qte_csf, 0) > 0
                       AND p.supprime_le = '') x
               WHERE x.dat_der IS NULL
                  OR x.dat_der < CURRENT_DATE - 180
