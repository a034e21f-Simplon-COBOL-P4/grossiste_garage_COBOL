      * demande) qui édite la prévision de trésorerie sur 13           *
      * semaines : en face de chaque semaine, les encaissements        *
      * clients attendus (restes dus des factures ouvertes, mêmes      *
      * règles que "edtbalage", à l'échéance stockée date_ech_fac -    *
      * pour les factures antérieures, 30 jours après la plus          *
      * ancienne livraison couverte, à défaut la date de facture -     *
      * les échéances déjà passées étant ramenées à la semaine         *
      * courante), moins les décaissements fournisseurs attendus :     *
      * restes dus réels des factures fournisseurs non soldées (TTC    *
      * moins les paiements imputés via "ajuregfou") à leur échéance   *
      * date_ech_ffou, convertis en euros au taux de la livraison      *
      * facturée, à défaut au taux du jour ; et, pour les seules       *
      * livraisons entrantes en cours pas encore facturées, une        *
      * estimation valorisée comme le carnet des réceptions            *
      * "edtcarrcp" (prix d'achat piece_fournisseur au taux de change  *
      * de la livraison, à défaut le référencement le moins cher       *
      * converti en euros, à défaut prix_pie), règlement attendu 30    *
      * jours après l'arrivée prévue. Solde net cumulé semaine par     *
      * semaine (hors solde bancaire initial), l'au-delà de l'horizon  *
      * regroupé en pied.                                              *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; TRE=TRESORERIE; SEM=SEMAINE; ENC=ENCAISSEMENT;     *
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Encaissements attendus par semaine : restes dus des factures
      * ouvertes (mêmes règles que "edtbalage"), à l'échéance
      * date_ech_fac (factures antérieures : 30 jours après la plus
      * ancienne livraison couverte, à défaut la date de facture),
      * les échéances passées ramenées à la semaine
      * courante (index 0) ; au-delà de 13 semaines, index 13.
       EXEC SQL
           DECLARE CUR-ENC CURSOR FOR
                                 FROM reglement_facture rf
                                 WHERE rf.id_fac = f.id_fac), 0)
                                AS reste,
                            COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS dat_ech
                     FROM facture f
                     WHERE COALESCE(f.perte_fac, 0) = 0) x
               WHERE x.reste > 0
               FOR READ ONLY
       END-EXEC.

      * Décaissements attendus par semaine : restes dus des factures
      * fournisseurs non soldées à leur échéance, en euros ; plus, pour
      * les livraisons entrantes en cours sans facture fournisseur,
      * l'estimation du carnet des réceptions ("edtcarrcp"), règlement
      * attendu 30 jours après l'arrivée prévue (date_fin_liv).
       EXEC SQL
           DECLARE CUR-DEC CURSOR FOR
               SELECT LEAST(CAST((GREATEST(y.dat_ech, CURRENT_DATE)
                          - CAST(DATE_TRUNC('week', CURRENT_DATE)
                                 AS DATE)) / 7 AS INTEGER), 13),
                      SUM(y.mnt)
               FROM (SELECT COALESCE(ff.date_ech_ffou,
                                     ff.date_fac_fou) AS dat_ech,
                            (ff.mnt_ht_ffou
                             + COALESCE(ff.mnt_tva_ffou, 0)
                             - COALESCE(
                                 (SELECT SUM(rf.mnt_imp_ffou)
                                  FROM reglement_ffou rf
                                  WHERE rf.id_fac_fou = ff.id_fac_fou),
                                 0))
                            * COALESCE(l.taux_chg_liv, tc.taux_eur, 1)
                                AS mnt
                     FROM facture_fournisseur ff
                         JOIN fournisseur fo ON fo.id_fou = ff.id_fou
                         LEFT JOIN livraison l ON l.id_liv = ff.id_liv
                         LEFT JOIN taux_change tc
                             ON tc.devise = fo.devise_fou
                     WHERE ff.statut_ffou IN (0, 1)
                     UNION ALL
                     SELECT l.date_fin_liv + 30,
                            lp.qt_liv_pie * COALESCE(
                          (SELECT pf2.prix_achat_pf
                           FROM piece_fournisseur pf2
                           WHERE pf2.id_pie = p.id_pie
                                   ON fo.id_fou = pf.id_fou
                               LEFT JOIN taux_change tc
                                   ON tc.devise = fo.devise_fou
                           WHERE pf.id_pie = p.id_pie), p.prix_pie)
                     FROM livraison l
                         JOIN fournisseur f ON f.id_fou = l.id_fou
                         JOIN livraison_piece lp
                             ON lp.id_liv = l.id_liv
                         JOIN piece p ON p.id_pie = lp.id_pie
                     WHERE l.statut_liv = 0
                       AND l.supprime_le = ''
                       AND COALESCE(l.retour_liv, 0) = 0
                       AND NOT EXISTS
                           (SELECT 1 FROM facture_fournisseur ff2
                            WHERE ff2.id_liv = l.id_liv)) y
               WHERE y.mnt > 0
               GROUP BY 1
               ORDER BY 1
               FOR READ ONLY
