      * l'écran "affpie". Affiche un total par fournisseur ainsi que   *
      * le total général du stock.                                    *
      *                                                                *
      * Le stock valorisé est le stock dont nous sommes propriétaires  *
      * : le stock consigné chez les clients (consigne_cli) y est      *
      * ajouté, le stock en dépôt fournisseur (consigne_fou) en est    *
      * déduit.                                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; VAL=VALORISATION; PIE=PIECE; FOU=FOURNISSEUR;        *
      * CUR=CURSEUR; TEM=TEMPORAIRE; NOM=NOM; QTE=QUANTITE; PRI=PRIX;  *
           DECLARE CUR-VAL-PIE CURSOR FOR
      * La valorisation comprend le stock consigne chez les clients
      * (consigne_cli) : il a quitte qt_pie mais reste notre
      * propriete tant qu'il n'est pas declare consomme. Elle exclut
      * le stock en depot fournisseur (consigne_fou) : compte dans
      * qt_pie, il reste la propriete du fournisseur.
               SELECT Piece.id_fou, Fournisseur.nom_fou,
                      SUM((Piece.qt_pie + COALESCE(
                          (SELECT SUM(cc.qte_csg)
                           FROM consigne_cli cc
                           WHERE cc.id_pie = Piece.id_pie), 0)
                        - COALESCE(
                          (SELECT SUM(cf.qte_csf)
                           FROM consigne_fou cf
                           WHERE cf.id_pie = Piece.id_pie), 0))
                          * (CASE WHEN :PG-BAS = 'C'
                                THEN COALESCE(Piece.cump_pie, 0)
                                ELSE Piece.prix_pie END)),
                      SUM((Piece.qt_pie + COALESCE(
                          (SELECT SUM(cc.qte_csg)
                           FROM consigne_cli cc
                           WHERE cc.id_pie = Piece.id_pie), 0)
                        - COALESCE(
                          (SELECT SUM(cf.qte_csf)
                           FROM consigne_fou cf
                           WHERE cf.id_pie = Piece.id_pie), 0))
                          * (CASE WHEN :PG-BAS = 'C'
                                THEN COALESCE(Piece.cump_pie, 0)
                                ELSE Piece.prix_pie END) *
