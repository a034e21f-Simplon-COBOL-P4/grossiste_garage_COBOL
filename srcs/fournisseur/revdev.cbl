      * devise et écart de change latent, tout calculé en SQL -
      * l'écart cumule (taux de clôture - taux de la position) x
      * montant en devise, pour les entrantes en cours et les
      * factures fournisseurs non payées (reste dû : TTC moins les
      * paiements imputés, factures non soldées).
       EXEC SQL
           DECLARE CUR-REV CURSOR FOR
               SELECT f.id_fou, f.nom_fou, f.devise_fou,
                                              t3.devise
                                   WHERE f3.id_fou = ff.id_fou)),
                              ff.mnt_ht_ffou
                              + COALESCE(ff.mnt_tva_ffou, 0)
                              - COALESCE(
                                  (SELECT SUM(rf.mnt_imp_ffou)
                                   FROM reglement_ffou rf
                                   WHERE rf.id_fac_fou =
                                         ff.id_fac_fou), 0)
                       FROM facture_fournisseur ff
                       WHERE ff.statut_ffou IN (0, 1)
                   ) x ON x.id_fou = f.id_fou
               WHERE f.devise_fou <> 'EUR'
               GROUP BY f.id_fou, f.nom_fou, f.devise_fou,
