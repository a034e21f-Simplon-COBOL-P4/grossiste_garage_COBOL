      * de la pièce mis à jour, journalisé) ou rejetée - fini les      *
      * seuils posés au doigt mouillé et jamais revus.                 *
      *                                                                *
      * Les ventes en livraison directe ("ajulivdir"), expédiées par   *
      * le fournisseur chez le client sans passer par le stock, ne     *
      * comptent pas dans la consommation.                             *
      *                                                                *
      * Les pièces arrêtées par le fabricant (cycle de vie "majcyc")   *
      * ne reçoivent plus de suggestion : elles ne sont plus           *
      * réapprovisionnées.                                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; SUG=SUGGESTION; SEU=SEUIL; PIE=PIECE;          *
      * CSM=CONSOMMATION; MOY=MOYENNE; PTE=POINTE; DEL=DELAI;          *
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND COALESCE(l.directe_liv, 0) = 0
                 AND l.date_fin_liv >= :PG-DAT-DEB
      * Pas de seuil a proposer sur une piece arretee ("majcyc") :
      * elle n'est plus reapprovisionnee.
                 AND NOT (COALESCE(p.statut_cyc_pie, 0) = 2
                          AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                              <= CURRENT_DATE)
               GROUP BY p.id_pie, p.seuil_pie, p.id_fou
               ORDER BY p.id_pie
       END-EXEC.
                     WHERE lp.id_pie = :PG-IDF-PIE
                       AND l.id_cli IS NOT NULL
                       AND l.statut_liv = 1
                       AND COALESCE(l.directe_liv, 0) = 0
                       AND l.date_fin_liv >= :PG-DAT-DEB
                     GROUP BY DATE_TRUNC('month', l.date_fin_liv)) s
           END-EXEC.
