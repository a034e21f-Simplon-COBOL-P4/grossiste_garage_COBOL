      * tenir. À relancer par le service achats avant que le client    *
      * n'appelle.                                                     *
      *                                                                *
      * Les livraisons directes ("ajulivdir"), expédiées par le        *
      * fournisseur chez le client, ne passent pas par le stock et ne  *
      * tiennent donc aucune promesse.                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; PRM=PROMESSE; BKO=BACKORDER; PIE=PIECE;            *
      * CLI=CLIENT; QTE=QUANTITE; DAT=DATE; FIC=FICHIER; LGN=LIGNE;    *
                            AND l.statut_liv = 0
                            AND l.supprime_le = ''
                            AND COALESCE(l.retour_liv, 0) = 0
                            AND COALESCE(l.directe_liv, 0) = 0
                            AND lp.id_pie = b.id_pie
                            AND l.date_fin_liv <= b.date_promesse))
               ORDER BY b.date_promesse, b.id_pie
