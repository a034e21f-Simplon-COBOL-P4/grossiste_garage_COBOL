      * La suppression est logique : la ligne est conservée et sa      *
      * colonne supprime_le est datée du jour, afin que l'historique   *
      * des logs reste cohérent après la suppression d'une livraison.  *
      *                                                                *
      * Une commande spéciale ("ajucsp") dont l'entrante ou la         *
      * sortante est supprimée passe "annulée". CSP=COMMANDE SPECIALE. *
      *                                                                *
      * Une livraison directe ("ajulivdir") emporte la livraison liée  *
      * (entrante fournisseur ou sortante client) encore en cours.     *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
                 AND l.id_cli IS NOT NULL
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.directe_liv, 0) = 0
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               SET LK-SUP-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Commande spéciale ("ajucsp") dont l'entrante fournisseur ou
      * la sortante client est annulée : elle passe "annulée" (statut
      * 3) ; la pièce éventuellement arrivée a été rendue au disponible
      * ci-dessus avec la réservation de la sortante. Même COMMIT.
           EXEC SQL
               UPDATE commande_speciale
               SET statut_csp = 3
               WHERE (id_liv_sor = :PG-IDF-LIV
                      OR id_liv_ent = :PG-IDF-LIV)
                 AND statut_csp IN (0, 1)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               SET LK-SUP-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Livraison directe ("ajulivdir") : l'entrante fournisseur et
      * la sortante client vont de pair, la livraison liee encore en
      * cours est supprimee avec elle (sans reservation a lever).
      * Meme COMMIT.
           EXEC SQL
               UPDATE livraison
               SET supprime_le = :PG-DAT-SUP
               WHERE id_liv =
                     (SELECT l.id_liv_dir
                      FROM livraison l
                      WHERE l.id_liv = :PG-IDF-LIV
                        AND COALESCE(l.directe_liv, 0) = 1)
                 AND statut_liv = 0
                 AND supprime_le = ''
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
