      *                                                                *
      * Sous-programme de génération d'une remise de prélèvements      *
      * SEPA : pour chaque client porteur d'un mandat (RUM saisie via  *
      * "majmdtcli") dont des factures sont échues à la date           *
      * d'exécution (reste dû positif, échéance date_ech_fac issue     *
      * des conditions de paiement du client, même échéance que        *
      * "edtbalage"), un prélèvement du total échu est inscrit dans    *
      * prelevement_sepa au statut "émis" (0) et une ligne est         *
      * écrite dans le fichier de remise daté de la date d'exécution   *
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Clients à prélever : porteurs d'un mandat, total échu positif
      * (factures ouvertes dont l'échéance date_ech_fac - à défaut
      * 30 jours après la référence d'ancienneté, comme "edtbalage" -
      * tombe au plus tard à la date d'exécution), sans prélèvement
      * émis en attente.
       EXEC SQL
           DECLARE CUR-PRL CURSOR FOR
               SELECT x.id_cli, c.nom_cli, c.iban_cli,
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
                     WHERE COALESCE(f.perte_fac, 0) = 0
                       AND COALESCE(f.cede_fac, 0) = 0) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.reste > 0
                 AND x.dat_ech <= CAST(:PG-DAT-EXE AS DATE)
                 AND COALESCE(c.ref_mandat_cli, '') <> ''
                 AND NOT EXISTS
                     (SELECT 1 FROM prelevement_sepa ps
