      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * récapitulatif port payé / port refacturé : pour chaque         *
      * transporteur, le coût théorique du mois (grille                *
      * tarif_transporteur appliquée au poids des expéditions          *
      * terminées, zone du client ; une seule fois par expédition      *
      * regroupant plusieurs livraisons) face au port refacturé aux    *
      * clients (mnt_port_fac des factures du mois), avec l'écart - ce *
      * que nous mangeons. Le mois est lu en entrée (AAAAMM) ; à       *
      * défaut le mois précédent, comme "edtbmois".                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; PRT=PORT; TRN=TRANSPORTEUR; CUT=COUT;              *
      * RFC=REFACTURE; ECT=ECART; MOI=MOIS; ANN=ANNEE; DAT=DATE;       *
      * DEB=DEBUT; FIN=FIN; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE;       *
      * ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; SAI=SAISIE; EXP=EXPEDITION. *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * au poids de chaque expédition terminée du mois, sur la zone
      * de l'adresse de livraison (à défaut du siège) ; au-delà de
      * la plus grosse tranche, c'est elle qui vaut (même règle que
      * la refacturation, "ajufac"). Une expédition regroupant
      * plusieurs livraisons ("ajuexp") ne coûte qu'un port, sur son
      * poids, compté au mois où sa livraison principale est
      * terminée.
       EXEC SQL
           DECLARE CUR-PRT CURSOR FOR
               SELECT t.nom_trn,
                      COALESCE(SUM(COALESCE(
                          (SELECT tt.mnt_port
                           FROM tarif_transporteur tt
                           WHERE tt.id_trn = u.id_trn
                             AND (tt.zone_trf = SUBSTR(
                                     LPAD(CAST(COALESCE(
                                         (SELECT a.cp_adr
                                          FROM adresse_cli a
                                          WHERE a.id_adr
                                              = u.id_adr),
                                         c.cp_cli) AS VARCHAR),
                                          5, '0'), 1, 2)
                                  OR tt.zone_trf = '00')
                           ORDER BY CASE WHEN tt.zone_trf = '00'
                                    THEN 1 ELSE 0 END,
                                    CASE WHEN tt.poids_max >=
                                        u.poids
                                    THEN 0 ELSE 1 END,
                                    CASE WHEN tt.poids_max >=
                                        u.poids
                                    THEN tt.poids_max
                                    ELSE - tt.poids_max END
                           LIMIT 1), 0)), 0)
               FROM (SELECT l.id_trn_liv AS id_trn,
                            l.id_adr_liv AS id_adr,
                            l.id_cli AS id_cli,
                            COALESCE(l.poids_liv, 0) AS poids
                     FROM livraison l
                     WHERE l.statut_liv = 1
                       AND l.id_exp_liv IS NULL
                       AND l.date_fin_liv >= :PG-DAT-DEB
                       AND l.date_fin_liv < :PG-DAT-FIN
                     UNION ALL
                     SELECT e.id_trn_exp, e.id_adr_exp, e.id_cli,
                            COALESCE(e.poids_exp, 0)
                     FROM expedition e
                         JOIN livraison l ON l.id_liv = e.id_liv_exp
                     WHERE l.statut_liv = 1
                       AND l.date_fin_liv >= :PG-DAT-DEB
                       AND l.date_fin_liv < :PG-DAT-FIN) u
                   JOIN transporteur t ON t.id_trn = u.id_trn
                   JOIN client c ON c.id_cli = u.id_cli
               GROUP BY t.id_trn, t.nom_trn
               ORDER BY t.nom_trn
               FOR READ ONLY
