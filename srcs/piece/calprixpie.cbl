      * verrouillé est servi tel quel, sans promotion ni remise.       *
      * Appelé partout où une vente est valorisée : "majliv" (calcul   *
      * de val_liv), "edtblvcli" (bon de livraison), "edtdevcli"       *
      * (devis). Un client exonéré de TVA (régime regime_tva_cli de la *
      * table client : 2 export hors UE, ou 1 intracommunautaire avec  *
      * son numéro de TVA num_tva_cli, cf. "majregtva") reçoit un taux *
      * de TVA nul : la vente est valorisée hors taxe partout.         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CAL=CALCUL; PRI=PRIX; PIE=PIECE; CLI=CLIENT; CAT=CATEGORIE;    *
      * REM=REMISE; NET=NET; TVA=TAXE SUR LA VALEUR AJOUTEE;           *
      * PCT=POURCENTAGE; IDF=IDENTIFIANT; LIR=LIRE; EXO=EXONERATION;   *
      * REG=REGIME.                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Prix net verrouillé par une commande ouverte du client encore
      * en période de validité et avec du solde sur la pièce.
       01 PG-PRI-COU           PIC 9(08)V99.
      * Client exonéré de TVA (1) ou non (0), selon son régime.
       01 PG-EXO-TVA           PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Base de calcul du prix net : prix catalogue, ou prix promu
              THRU 0100-LIR-PIE-FIN.

           IF LK-LIR-RET-OK
               PERFORM 0120-LIR-REG-DEB
                  THRU 0120-LIR-REG-FIN

               PERFORM 0130-LIR-COU-DEB
                  THRU 0130-LIR-COU-FIN


       0100-LIR-PIE-FIN.

      *-----------------------------------------------------------------
      * Régime de TVA du client ("majregtva") : l'export hors UE, et
      * la livraison intracommunautaire à un client dont le numéro
      * de TVA est connu, sont exonérés ; le taux rendu est alors nul.
      * Sans numéro de TVA, un client UE est taxé comme en France.
       0120-LIR-REG-DEB.

           IF PG-IDF-CLI = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT CASE
                          WHEN COALESCE(regime_tva_cli, 0) = 2
                          THEN 1
                          WHEN COALESCE(regime_tva_cli, 0) = 1
                           AND BTRIM(COALESCE(num_tva_cli, '')) <> ''
                          THEN 1
                          ELSE 0
                      END
               INTO :PG-EXO-TVA
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE = 0 AND PG-EXO-TVA = 1
               MOVE 0 TO PG-TVA-PIE
           END-IF.

       0120-LIR-REG-FIN.

      *-----------------------------------------------------------------
      * Recherche une commande ouverte du client en période de
      * validité avec du solde sur la pièce ("ajucou"/"ajucoupi") :
