      * création d'une facture, chaque acompte non affecté rattaché à  *
      * l'une des livraisons couvertes par la facture est              *
      * automatiquement appliqué : un règlement de mode ACOMPTE est    *
      * créé, imputé sur la facture (à hauteur du reste dû), déduit de *
      * l'encours du client, et l'acompte passe "affecté" (1) avec la  *
      * facture d'application. Un acompte plus grand que la facture    *
      * laisse l'excédent en crédit au compte, comme un règlement      *
      * excédentaire chez "ajureg". Chaque application est validée par *
      * son propre COMMIT. Le règlement ACOMPTE est acquis à la        *
      * société qui a émis la facture.                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * APP=APPLICATION; ACO=ACOMPTE; FAC=FACTURE; CLI=CLIENT;         *

           EXEC SQL
               INSERT INTO reglement
                   (id_cli, date_reg, mode_reg, mnt_reg, ref_reg,
                    id_soc)
               VALUES
                   (:PG-IDF-CLI, :PG-DAT-JOU, 'ACOMPTE',
                    :PG-MNT-ACO, :PG-REF-REG,
                    (SELECT COALESCE(f.id_soc, 1) FROM facture f
                     WHERE f.id_fac = :PG-IDF-FAC))
               RETURNING id_reg INTO :PG-IDF-REG
           END-EXEC.

