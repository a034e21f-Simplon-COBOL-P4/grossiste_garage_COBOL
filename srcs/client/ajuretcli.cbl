      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'enregistrement d'un retour client : une pièce *
      * revient d'une livraison sortante terminée. Contrôle que la     *
      * ligne d'origine existe et que la quantité rendue ne dépasse    *
      * pas la quantité livrée (retours précédents déduits), tire un   *
      * numéro d'avoir sur le compteur légal (même séquence sans trou  *
      * que "ajufac" pour les factures), crédite le solde du client de *
      * la valeur de la ligne (prix net de sa grille tarifaire, TTC,   *
      * comme "majliv" l'avait débité), inscrit le retour dans         *
      * "retour_client" (visible dans l'historique d'achats            *
      * "lirhistcli"), puis remet la pièce en stock via "majpie" - et  *
      * la place en quarantaine via "majqrn" quand elle doit d'abord   *
      * être inspectée. L'utilisateur qui émet l'avoir est porté sur   *
      * le retour (id_uti) pour le rapport de séparation des tâches    *
      * "edtsod". Un retour dû à une erreur de préparation (pièce      *
      * erronée ou en trop) est marqué (erreur_prep_rcl) pour le       *
      * rapport de productivité du magasin ("edtprdmag"). L'avoir est  *
      * émis par la société de la livraison d'origine, sous son propre *
      * compteur ("calnomcpt").                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RET=RETOUR; CLI=CLIENT; LIV=LIVRAISON; ORG=ORIGINE; *
      * PIE=PIECE; QTE=QUANTITE; AVR=AVOIR; NUM=NUMERO; MNT=MONTANT;   *
      * QRN=QUARANTAINE; TVA=TAXE; PRI=PRIX; NET=NET; UTI=UTILISATEUR; *
      * SOC=SOCIETE; CPT=COMPTEUR; BAS=BASE; ERR=ERREUR;               *
      * PRP=PREPARATION.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Numero d'avoir formate pour la reference du reglement.
       01 WS-NUM-AVR-REF         PIC 9(08).
       01 WS-NOM-CPT-BAS         PIC X(20) VALUE "avoir".

      * Restockage ; la quantité rendue (pièces entières) passe en
      * unité de vente à "majpie" et "majqrn".
       01 WS-TYP-CHG             PIC 9(01) VALUE 0.
       01 WS-QTE-MVT             PIC 9(07)V9(03).
       01 WS-SNS-QRN             PIC 9(01) VALUE 0.
       01 WS-MTF-QRN             PIC X(50) VALUE
           "Retour client a inspecter".
       01 PG-IDF-REG             PIC 9(10).
       01 PG-MNT-IMP             PIC 9(10)V99.
       01 PG-REF-AVR             PIC X(20).
      * Société de la livraison d'origine, qui émet l'avoir sous son
      * propre compteur ("calnomcpt").
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NOM-CPT             PIC X(20).
      * Emetteur de l'avoir.
       01 PG-IDF-UTI             PIC 9(10).
      * Retour dû à une erreur de préparation (0 non, 1 oui).
       01 PG-ERR-PRP             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 LK-QRN                 PIC 9(01).
           88 LK-QRN-NON                     VALUE 0.
           88 LK-QRN-OUI                     VALUE 1.
      * Retour dû à une erreur de préparation (pièce erronée ou en
      * trop), imputée au préparateur de la ligne d'origine par le
      * rapport de productivité du magasin ("edtprdmag").
       01 LK-ERR-PRP             PIC 9(01).
           88 LK-ERR-PRP-NON                 VALUE 0.
           88 LK-ERR-PRP-OUI                 VALUE 1.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : le numéro d'avoir émis.
       01 LK-NUM-AVR             PIC 9(08).
                                LK-IDF-PIE,
                                LK-QTE,
                                LK-QRN,
                                LK-ERR-PRP,
                                LK-IDF-UTI,
                                LK-NUM-AVR,
                                LK-AJU-RET.
                                      OR t.id_cat_pie = 0)
                               ORDER BY t.id_cat_pie DESC
                               LIMIT 1), 0) / 100)),
                      COALESCE(lp.taux_tva_liv, p.taux_tva_pie),
                      COALESCE(l.id_soc, 1)
               INTO :PG-IDF-CLI, :PG-STA-ORG, :PG-QTE-LIV,
                    :PG-PRI-NET, :PG-TVA-LIV, :PG-IDF-SOC
               FROM livraison l
                   JOIN livraison_piece lp
                       ON lp.id_liv = l.id_liv
           COMPUTE PG-MNT-AVR =
               PG-QTE-RCL * PG-PRI-NET * (1 + PG-TVA-LIV / 100).

           CALL "calnomcpt"
               USING
               WS-NOM-CPT-BAS
               PG-IDF-SOC
               PG-NOM-CPT
           END-CALL.

           EXEC SQL
               UPDATE compteur
               SET val_cpt = val_cpt + 1
               WHERE nom_cpt = :PG-NOM-CPT
               RETURNING val_cpt INTO :PG-NUM-AVR
           END-EXEC.

               MOVE 1 TO PG-NUM-AVR
               EXEC SQL
                   INSERT INTO compteur (nom_cpt, val_cpt)
                   VALUES (:PG-NOM-CPT, 1)
               END-EXEC
           END-IF.

               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           IF LK-ERR-PRP-OUI
               MOVE 1 TO PG-ERR-PRP
           ELSE
               MOVE 0 TO PG-ERR-PRP
           END-IF.

           EXEC SQL
               INSERT INTO retour_client
                   (id_liv_orig, id_cli, id_pie, qte_rcl,
                    num_avr, mnt_avr, en_qrn_rcl, id_uti,
                    erreur_prep_rcl)
               VALUES (:PG-IDF-ORG, :PG-IDF-CLI, :PG-IDF-PIE,
                       :PG-QTE-RCL, :PG-NUM-AVR, :PG-MNT-AVR,
                       :LK-QRN, NULLIF(:PG-IDF-UTI, 0),
                       :PG-ERR-PRP)
           END-EXEC.

           IF SQLCODE NOT = 0

           EXEC SQL
               INSERT INTO reglement
                   (id_cli, date_reg, mode_reg, mnt_reg, ref_reg,
                    id_soc)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, 'AVOIR',
                       :PG-MNT-IMP, :PG-REF-AVR, :PG-IDF-SOC)
               RETURNING id_reg INTO :PG-IDF-REG
           END-EXEC.

       0300-RST-STK-DEB.

           MOVE 0 TO WS-TYP-CHG.
           MOVE LK-QTE TO WS-QTE-MVT.

           CALL "majpie"
               USING
               LK-IDF-PIE
               WS-QTE-MVT
               WS-TYP-CHG
               LK-IDF-UTI
               PG-IDF-CLI
               CALL "majqrn"
                   USING
                   LK-IDF-PIE
                   WS-QTE-MVT
                   WS-SNS-QRN
                   WS-MTF-QRN
                   LK-IDF-UTI
