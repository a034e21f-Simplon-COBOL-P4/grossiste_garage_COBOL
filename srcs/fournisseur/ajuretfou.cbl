      * mauvaise référence) sont ajoutées ensuite par l'écran des      *
      * retours via "ajulivpi"/"majlivpi". La clôture passe par la     *
      * même machinerie "majliv", qui décrémente le stock (sens        *
      * retour). Le retour reste dans la société (id_soc) de la        *
      * réception.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RET=RETOUR; FOU=FOURNISSEUR; LIV=LIVRAISON;         *
      * ORG=ORIGINE; IDF=IDENTIFIANT; LGN=LIGNE; QTE=QUANTITE;         *
      * STA=STATUT; NBR=NOMBRE; SOC=SOCIETE.                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-STA-ORG             PIC 9(01).
       01 PG-IDF-RET             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE 0 TO LK-IDF-RET.

      * La réception d'origine doit exister, être entrante et
      * terminée : on ne retourne que ce qui a été reçu. Le retour
      * reste dans la société de la réception.
           EXEC SQL
               SELECT id_fou, statut_liv, COALESCE(id_soc, 1)
               INTO :PG-IDF-FOU, :PG-STA-ORG, :PG-IDF-SOC
               FROM livraison
               WHERE id_liv = :PG-IDF-ORG
                 AND id_fou IS NOT NULL
           EXEC SQL
               INSERT INTO livraison
                   (date_deb_liv, date_fin_liv, statut_liv, id_fou,
                    retour_liv, liv_orig_liv, id_soc)
               VALUES (CURRENT_DATE, CURRENT_DATE, 0, :PG-IDF-FOU,
                       1, :PG-IDF-ORG, :PG-IDF-SOC)
               RETURNING id_liv INTO :PG-IDF-RET
           END-EXEC.

