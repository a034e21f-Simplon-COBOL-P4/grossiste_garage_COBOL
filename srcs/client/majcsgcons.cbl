      * sortante) et portée à son encours (solde_cli), et la           *
      * consommation est historisée dans "consigne_conso" pour         *
      * l'audit. Le stock, lui, était déjà parti à la consignation.    *
      * L'échéance de la facture suit les conditions de paiement du    *
      * client ("calech"). La facture est émise par la société de      *
      * travail, sous son propre compteur ("calnomcpt"), et signée     *
      * dans la chaîne inaltérable des ventes ("ajusig") dans la même  *
      * transaction. Le régime de TVA effectif du client (export,      *
      * intracommunautaire) y est figé comme dans "ajufac", pour la    *
      * mention d'exonération de la facture.                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CSG=CONSIGNATION; CONS=CONSOMMATION;          *
      * CLI=CLIENT; PIE=PIECE; QTE=QUANTITE; MNT=MONTANT; PRI=PRIX;    *
      * NET=NET; TVA=TAXE; UTI=UTILISATEUR; LOG=LOG; ECH=ECHEANCE;     *
      * DAT=DATE; CND=CONDITION (DE PAIEMENT); TIE=TIERS; SOC=SOCIETE; *
      * CPT=COMPTEUR; BAS=BASE; SIG=SIGNATURE; TYP=TYPE; REG=REGIME;   *
      * LIR=LIRE.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-TVA-PIE             PIC 9(02)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

      * Échéance de la facture selon les conditions de paiement du
      * client ("calech").
       01 WS-TYP-TIE             PIC X(01) VALUE "C".
       01 WS-COD-CND             PIC X(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ECH==.

       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "CONSIGNE".
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-QTE-EDT             PIC Z(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       01 WS-NOM-CPT-BAS         PIC X(20) VALUE "facture".

      * Maillon de la facture dans la chaine inalterable des ventes
      * ("ajusig"), pose dans la meme transaction que la facture.
       01 WS-TYP-SIG             PIC X(03) VALUE "FAC".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

       COPY utiglb.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
      * compteur legal, montants HT/TVA/TTC - sans elle, la balance
      * agee ne verrait jamais l'encours cree par le depot-vente.
       01 PG-NUM-FAC             PIC 9(08).
       01 PG-IDF-FAC             PIC 9(10).
       01 PG-MNT-HT              PIC 9(10)V99.
       01 PG-MNT-TVA             PIC 9(10)V99.
       01 PG-DAT-FAC             PIC X(10).
       01 PG-DAT-ECH             PIC X(10).
      * Société de travail, qui facture la consommation, et clé de
      * son compteur légal ("calnomcpt").
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NOM-CPT             PIC X(20).
      * Régime de TVA effectif du client, figé sur la facture
      * (regime_tva_fac) : 0 France, 1 intracommunautaire avec
      * numéro de TVA, 2 export hors UE.
       01 PG-REG-TVA             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * La consommation declaree est facturee dans la foulee (numero
      * tire sur la meme sequence legale que "ajufac", sans
      * livraison rattachee) : l'encours cree ici apparait dans la
      * balance agee et suit le circuit des reglements. La facture
      * est emise par la societe de travail, sous son compteur.
           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

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
               RETURNING val_cpt INTO :PG-NUM-FAC
           END-EXEC.

               MOVE 1 TO PG-NUM-FAC
               EXEC SQL
                   INSERT INTO compteur (nom_cpt, val_cpt)
                   VALUES (:PG-NOM-CPT, 1)
               END-EXEC
           END-IF.

               EXIT PROGRAM
           END-IF.

           ACCEPT PG-DAT-FAC FROM DATE YYYYMMDD.

           CALL "calech"
               USING
               WS-TYP-TIE
               PG-IDF-CLI
               PG-DAT-FAC
               PG-DAT-ECH
               WS-COD-CND
               WS-ECH-LIR-RET
           END-CALL.

           IF NOT WS-ECH-LIR-RET-OK
               MOVE PG-DAT-FAC TO PG-DAT-ECH
           END-IF.

           PERFORM 0050-LIR-REG-DEB
              THRU 0050-LIR-REG-FIN.

           IF LK-MAJ-RET-ERR
               EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

           EXEC SQL
               INSERT INTO facture
                   (num_fac, id_cli, date_fac, date_ech_fac,
                    mnt_ht_fac, mnt_tva_fac, mnt_ttc_fac, id_soc,
                    regime_tva_fac)
               VALUES (:PG-NUM-FAC, :PG-IDF-CLI, :PG-DAT-FAC,
                       :PG-DAT-ECH,
                       :PG-MNT-HT, :PG-MNT-TVA, :PG-MNT-CONS,
                       :PG-IDF-SOC, :PG-REG-TVA)
               RETURNING id_fac INTO :PG-IDF-FAC
           END-EXEC.

      * Facture signee dans la chaine inalterable des ventes : sans
      * son maillon, rien n'est valide.
           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   WS-TYP-SIG
                   PG-IDF-FAC
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
               MOVE PG-MNT-CONS TO LK-MNT
               SET LK-MAJ-RET-OK TO TRUE
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Régime de TVA effectif du client, même règle que "ajufac" et
      * "calprixpie" : intracommunautaire seulement avec un numéro de
      * TVA, export hors UE, France sinon.
       0050-LIR-REG-DEB.

           MOVE 0 TO PG-REG-TVA.

           EXEC SQL
               SELECT CASE
                          WHEN COALESCE(regime_tva_cli, 0) = 2
                          THEN 2
                          WHEN COALESCE(regime_tva_cli, 0) = 1
                           AND BTRIM(COALESCE(num_tva_cli, '')) <> ''
                          THEN 1
                          ELSE 0
                      END
               INTO :PG-REG-TVA
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0050-LIR-REG-FIN.

      *-----------------------------------------------------------------
       0100-APL-LOG-DEB.

           MOVE LK-IDF-CLI TO WS-IDF-CLI-EDT.
