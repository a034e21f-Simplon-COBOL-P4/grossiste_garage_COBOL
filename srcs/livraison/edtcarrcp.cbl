      * de "lirretliv", qui ne montre que ce qui est déjà en retard :  *
      * le magasin peut enfin planifier ses effectifs.                 *
      *                                                                *
      * Les livraisons directes ("ajulivdir"), expédiées par le        *
      * fournisseur chez le client, n'arrivent pas à quai et ne        *
      * figurent pas au carnet.                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; CAR=CARNET; RCP=RECEPTION; LIV=LIVRAISON;          *
      * SEM=SEMAINE; FOU=FOURNISSEUR; PIE=PIECE; QTE=QUANTITE;         *
               WHERE l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.directe_liv, 0) = 0
               ORDER BY 1, l.id_liv, p.nom_pie
               FOR READ ONLY
       END-EXEC.
