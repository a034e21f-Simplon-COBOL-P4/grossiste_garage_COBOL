      * TTC à partir des lignes livraison_piece (prix_pie,             *
      * taux_tva_pie, quantité réellement reçue, comme "majliv"), et   *
      * valide le tout par un unique COMMIT. S'il n'y a rien à         *
      * facturer, aucun numéro n'est consommé. L'échéance de la        *
      * facture (date_ech_fac) est calculée par "calech" selon les     *
      * conditions de paiement du client et stockée avec la facture.   *
      *                                                                *
      * Les pièces vendues en échange standard (valeur de carcasse     *
      * val_crs_pie, réglée par "majcrs") portent en plus la consigne  *
      * de leur carcasse, en ligne propre (mnt_crs_fac) ; les          *
      * carcasses dues par le client sont inscrites dans carcasse_cli. *
      * Le port refacturé est compté une seule fois par expédition     *
      * regroupant plusieurs livraisons (table expedition, "ajuexp") : *
      * la facture qui le porte est notée dans id_fac_prt_exp. Seules  *
      * les livraisons de la société de travail (G-SOC-ID, id_soc)     *
      * sont facturées, sous le compteur de cette société              *
      * ("calnomcpt") ; la facture porte la société. Chaîne en         *
      * simulation (G-BAT-SIM) : la facture est calculée puis annulée, *
      * sans consommer de numéro ; ses montants sont rendus dans       *
      * G-SIM-FAC. Une facture validée est signée dans la chaîne       *
      * inaltérable des ventes ("ajusig"), dans la même transaction.   *
      * Le régime de TVA effectif du client ("majregtva") est figé sur *
      * la facture (colonne regime_tva_fac : 0 taxable, 1 livraison    *
      * intracommunautaire, 2 export hors UE) : une facture exonérée   *
      * porte une TVA nulle, lignes, port, éco-participation et        *
      * consigne compris ; "edtfaccli" en imprime la mention légale.   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; FAC=FACTURE; CLI=CLIENT; LIV=LIVRAISON; NUM=NUMERO; *
      * CPT=COMPTEUR; MNT=MONTANT; NBR=NOMBRE; DAT=DATE;               *
      * IDF=IDENTIFIANT; HT=HORS TAXE; TVA=TAXE SUR LA VALEUR AJOUTEE; *
      * TTC=TOUTES TAXES COMPRISES; ECH=ECHEANCE; CND=CONDITION (DE    *
      * PAIEMENT); COD=CODE; TIE=TIERS; CRS=CARCASSE; PRT=PORT;        *
      * EXP=EXPEDITION; SOC=SOCIETE; BAS=BASE; SIM=SIMULATION;         *
      * BAT=BATCH; SIG=SIGNATURE; TYP=TYPE; REG=REGIME; TAU=TAUX;      *
      * NOR=NORMAL; LIR=LIRE.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-NUM-FAC            PIC 9(10).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-DAT-FAC            PIC X(10).
       01 PG-DAT-ECH            PIC X(10).
       01 PG-MNT-HT             PIC 9(10)V99.
       01 PG-MNT-TVA            PIC 9(10)V99.
       01 PG-MNT-TTC            PIC 9(10)V99.
       01 PG-MNT-ECO            PIC 9(10)V99.
       01 PG-ECO-TVA            PIC 9(10)V99.
       01 PG-ECO-TTC            PIC 9(10)V99.
      * Consigne des carcasses des pieces vendues en echange
      * standard, en ligne propre elle aussi.
       01 PG-MNT-CRS            PIC 9(10)V99.
       01 PG-CRS-TVA            PIC 9(10)V99.
       01 PG-CRS-TTC            PIC 9(10)V99.
      * Societe de travail (G-SOC-ID) : seules ses livraisons sont
      * facturees, sous son propre compteur.
       01 PG-IDF-SOC            PIC 9(02).
       01 PG-NOM-CPT            PIC X(20).
      * Regime de TVA effectif du client ("majregtva"), fige sur la
      * facture : 0 taxable, 1 livraison intracommunautaire (numero
      * de TVA connu), 2 export hors UE. Taux du port, de l'eco-
      * participation et de la consigne : 20, ou 0 si exoneree.
       01 PG-REG-TVA            PIC 9(01).
       01 PG-TAU-NOR            PIC 9(02)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NBR-ACO            PIC 9(05).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-ACO==.

      * Échéance de la facture selon les conditions de paiement du
      * client ("calech").
       01 WS-TYP-TIE            PIC X(01) VALUE "C".
       01 WS-COD-CND            PIC X(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ECH==.

      * Message et type de log de la génération de facture.
       01 WS-NUM-FAC-EDT        PIC Z(10).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(12) VALUE "facture".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Nom de base du compteur legal des factures, suffixe par
      * "calnomcpt" pour une autre societe que la societe 1.
       01 WS-NOM-CPT-BAS        PIC X(20) VALUE "facture".

      * Maillon de la facture dans la chaine inalterable des ventes
      * ("ajusig"), pose dans la meme transaction que la facture.
       01 WS-TYP-SIG            PIC X(03) VALUE "FAC".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

       COPY utiglb.

      * Controle de periode comptable close ("ctlper") sur la date
      * de facturation (le jour).
       01 WS-DAT-PER            PIC X(10).
           ELSE
               MOVE LK-IDF-CLI TO PG-IDF-CLI

               IF G-SOC-ID = 0
                   MOVE 1 TO PG-IDF-SOC
               ELSE
                   MOVE G-SOC-ID TO PG-IDF-SOC
               END-IF

               PERFORM 0100-CPT-LIV-DEB
                  THRU 0100-CPT-LIV-FIN

               IF LK-AJU-RET-OK AND PG-NBR-LIV > 0
                   PERFORM 0150-LIR-REG-DEB
                      THRU 0150-LIR-REG-FIN
               END-IF

               IF LK-AJU-RET-OK AND PG-NBR-LIV > 0
                   PERFORM 0200-NUM-FAC-DEB
                      THRU 0200-NUM-FAC-FIN
                      THRU 0460-ECO-FAC-FIN
               END-IF

               IF LK-AJU-RET-OK AND PG-NBR-LIV > 0
                   PERFORM 0470-CRS-FAC-DEB
                      THRU 0470-CRS-FAC-FIN
               END-IF

               IF LK-AJU-RET-OK AND PG-NBR-LIV > 0
                   PERFORM 0500-FIN-FAC-DEB
                      THRU 0500-FIN-FAC-FIN
               WHERE l.id_cli = :PG-IDF-CLI
                 AND l.statut_liv = 1
                 AND COALESCE(l.csg_liv, 0) = 0
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND NOT EXISTS
                     (SELECT 1 FROM facture_livraison fl
                      WHERE fl.id_liv = l.id_liv)
       0100-CPT-LIV-FIN.

      *-----------------------------------------------------------------
      * Regime de TVA du client : l'export hors UE, et la livraison
      * intracommunautaire a un client dont le numero de TVA est
      * connu, sont exoneres (meme regle que "calprixpie") ; un client
      * UE sans numero est facture comme en France.
       0150-LIR-REG-DEB.

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
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

           IF PG-REG-TVA = 0
               MOVE 20 TO PG-TAU-NOR
           ELSE
               MOVE 0 TO PG-TAU-NOR
           END-IF.

       0150-LIR-REG-FIN.

      *-----------------------------------------------------------------
      * Prend le prochain numéro légal sur le compteur "facture" de
      * la société ("calnomcpt"). Pas de COMMIT ici : le numéro n'est
      * définitivement consommé que si la facture est validée (0500),
      * garantissant une séquence sans trou ni doublon.
       0200-NUM-FAC-DEB.

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

       0200-NUM-FAC-FIN.

      *-----------------------------------------------------------------
      * Crée la facture datée du jour, avec son échéance, et rattache
      * toutes les livraisons à facturer.
       0300-CRE-FAC-DEB.

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

           EXEC SQL
               INSERT INTO facture
                   (num_fac, id_cli, date_fac, date_ech_fac,
                    mnt_ht_fac, mnt_tva_fac, mnt_ttc_fac, id_soc,
                    regime_tva_fac)
               VALUES
                   (:PG-NUM-FAC, :PG-IDF-CLI, :PG-DAT-FAC,
                    :PG-DAT-ECH, 0, 0, 0, :PG-IDF-SOC,
                    :PG-REG-TVA)
               RETURNING id_fac INTO :PG-IDF-FAC
           END-EXEC.

                   WHERE l.id_cli = :PG-IDF-CLI
                     AND l.statut_liv = 1
                     AND COALESCE(l.csg_liv, 0) = 0
                     AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                     AND NOT EXISTS
                         (SELECT 1 FROM facture_livraison fl
                          WHERE fl.id_liv = l.id_liv)
               WHERE fl.id_fac = :PG-IDF-FAC
           END-EXEC.

      * Client exonere dont des lignes ont ete valorisees avec TVA
      * (regime pose apres la cloture) : le taux des lignes passe a
      * 0 - editions et exports le reprennent - et la TVA deja portee
      * a l'encours par "majliv" en est retiree.
           IF SQLCODE = 0 AND PG-REG-TVA > 0 AND PG-MNT-TVA > 0
               EXEC SQL
                   UPDATE livraison_piece
                   SET taux_tva_liv = 0
                   WHERE id_liv IN
                       (SELECT fl.id_liv
                        FROM facture_livraison fl
                        WHERE fl.id_fac = :PG-IDF-FAC)
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE client
                       SET solde_cli = solde_cli - :PG-MNT-TVA
                       WHERE id_cli = :PG-IDF-CLI
                   END-EXEC
               END-IF
               MOVE 0 TO PG-MNT-TVA
               MOVE PG-MNT-HT TO PG-MNT-TTC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE facture
      *-----------------------------------------------------------------
      * Port refacture : pour chaque livraison de la facture confiee
      * a un transporteur, la plus petite tranche de sa grille
      * couvrant le poids d'expedition ; au-dela de la plus grosse
      * tranche, c'est elle qui s'applique (on ne part plus
      * gratuitement). La zone tarifaire est le departement de
      * l'adresse de livraison (id_adr_liv, posee par "majadrliv"), a
      * defaut celui du siege du client ; '00' = grille nationale.
      * Franco au-dela du seuil configure (cle "franco_seuil" de
      * parametre_secu, 800 EUR a defaut). Les livraisons regroupees
      * dans une expedition ("ajuexp") ne paient qu'un port, sur le
      * poids de l'expedition, son transporteur et son adresse,
      * franco sur la valeur de toutes ses livraisons ; il est porte
      * par la premiere facture qui en contient une (id_fac_prt_exp).
      * Le port s'ajoute aux montants de la facture (TVA au taux
      * normal, nulle pour un client exonere) et a l'encours : le
      * client le doit aussi.
       0450-PRT-FAC-DEB.

           MOVE 800 TO PG-SEU-FRC.
               SELECT COALESCE(SUM(x.port), 0)
               INTO :PG-MNT-PRT
               FROM (SELECT CASE
                         WHEN u.valeur >= :PG-SEU-FRC
                         THEN 0
                         ELSE COALESCE(
                             (SELECT t.mnt_port
                              FROM tarif_transporteur t
                              WHERE t.id_trn = u.id_trn
                                AND (t.zone_trf = SUBSTR(
                                        LPAD(CAST(COALESCE(
                                            (SELECT a.cp_adr
                                             FROM adresse_cli a
                                             WHERE a.id_adr
                                                 = u.id_adr),
                                            c.cp_cli)
                                            AS VARCHAR), 5, '0'),
                                        1, 2)
                              ORDER BY CASE WHEN t.zone_trf = '00'
                                       THEN 1 ELSE 0 END,
                                       CASE WHEN t.poids_max >=
                                           u.poids
                                       THEN 0 ELSE 1 END,
                                       CASE WHEN t.poids_max >=
                                           u.poids
                                       THEN t.poids_max
                                       ELSE - t.poids_max END
                              LIMIT 1), 0)
                         END AS port
                     FROM (SELECT l.id_trn_liv AS id_trn,
                                  l.id_adr_liv AS id_adr,
                                  l.id_cli AS id_cli,
                                  COALESCE(l.poids_liv, 0) AS poids,
                                  (SELECT COALESCE(SUM(lp.qt_recue_pie
                                       * COALESCE(lp.prix_net_liv, 0)),
                                       0)
                                   FROM livraison_piece lp
                                   WHERE lp.id_liv = l.id_liv)
                                   AS valeur
                           FROM facture_livraison fl
                               JOIN livraison l
                                   ON l.id_liv = fl.id_liv
                           WHERE fl.id_fac = :PG-IDF-FAC
                             AND l.id_trn_liv IS NOT NULL
                             AND l.id_exp_liv IS NULL
                           UNION ALL
                           SELECT e.id_trn_exp, e.id_adr_exp, e.id_cli,
                                  COALESCE(e.poids_exp, 0),
                                  (SELECT COALESCE(SUM(lp.qt_recue_pie
                                       * COALESCE(lp.prix_net_liv, 0)),
                                       0)
                                   FROM livraison_piece lp
                                       JOIN livraison l2
                                           ON l2.id_liv = lp.id_liv
                                   WHERE l2.id_exp_liv = e.id_exp)
                           FROM expedition e
                           WHERE e.id_trn_exp IS NOT NULL
                             AND (e.id_fac_prt_exp IS NULL
                                  OR e.id_fac_prt_exp = :PG-IDF-FAC)
                             AND e.id_exp IN
                                 (SELECT l.id_exp_liv
                                  FROM facture_livraison fl
                                      JOIN livraison l
                                          ON l.id_liv = fl.id_liv
                                  WHERE fl.id_fac = :PG-IDF-FAC)) u
                         JOIN client c ON c.id_cli = u.id_cli) x
           END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

      * Les expeditions dont une livraison part sur cette facture ont
      * leur port regle ici (meme franco) : les factures suivantes de
      * leurs autres livraisons ne le compteront plus.
           EXEC SQL
               UPDATE expedition
               SET id_fac_prt_exp = :PG-IDF-FAC
               WHERE id_fac_prt_exp IS NULL
                 AND id_exp IN
                     (SELECT l.id_exp_liv
                      FROM facture_livraison fl
                          JOIN livraison l ON l.id_liv = fl.id_liv
                      WHERE fl.id_fac = :PG-IDF-FAC)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-MNT-PRT = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PG-PRT-TVA ROUNDED = PG-MNT-PRT * PG-TAU-NOR
               / 100.
           COMPUTE PG-PRT-TTC = PG-MNT-PRT + PG-PRT-TVA.

           EXEC SQL
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PG-ECO-TVA ROUNDED = PG-MNT-ECO * PG-TAU-NOR
               / 100.
           COMPUTE PG-ECO-TTC = PG-MNT-ECO + PG-ECO-TVA.

           EXEC SQL

       0460-ECO-FAC-FIN.

      *-----------------------------------------------------------------
      * Consigne des carcasses : chaque piece vendue en echange
      * standard (val_crs_pie renseignee) porte la valeur de sa
      * carcasse par unite livree, avec TVA au taux normal, en
      * ligne propre et a l'encours comme le port. Les carcasses
      * dues sont inscrites dans carcasse_cli (une ligne par piece
      * de la facture) : le retour de la vieille piece, inspectee,
      * les solde et rembourse la consigne par avoir ("ajurcpcrs").
       0470-CRS-FAC-DEB.

           MOVE 0 TO PG-MNT-CRS.

           EXEC SQL
               SELECT COALESCE(SUM(lp.qt_recue_pie * p.val_crs_pie),
                          0)
               INTO :PG-MNT-CRS
               FROM facture_livraison fl
                   JOIN livraison_piece lp
                       ON lp.id_liv = fl.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE fl.id_fac = :PG-IDF-FAC
                 AND COALESCE(p.val_crs_pie, 0) > 0
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-MNT-CRS = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PG-CRS-TVA ROUNDED = PG-MNT-CRS * PG-TAU-NOR
               / 100.
           COMPUTE PG-CRS-TTC = PG-MNT-CRS + PG-CRS-TVA.

           EXEC SQL
               UPDATE facture
               SET mnt_crs_fac = :PG-MNT-CRS,
                   mnt_ht_fac  = mnt_ht_fac + :PG-MNT-CRS,
                   mnt_tva_fac = mnt_tva_fac + :PG-CRS-TVA,
                   mnt_ttc_fac = mnt_ttc_fac + :PG-CRS-TTC
               WHERE id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO carcasse_cli
                       (id_cli, id_pie, id_fac, qte_crs, val_crs,
                        taux_tva_crs, date_crs, qte_rcp_crs,
                        qte_rej_crs)
                   SELECT :PG-IDF-CLI, lp.id_pie, :PG-IDF-FAC,
                          SUM(lp.qt_recue_pie), p.val_crs_pie,
                          :PG-TAU-NOR,
                          CURRENT_DATE, 0, 0
                   FROM facture_livraison fl
                       JOIN livraison_piece lp
                           ON lp.id_liv = fl.id_liv
                       JOIN piece p ON p.id_pie = lp.id_pie
                   WHERE fl.id_fac = :PG-IDF-FAC
                     AND COALESCE(p.val_crs_pie, 0) > 0
                   GROUP BY lp.id_pie, p.val_crs_pie
                   HAVING SUM(lp.qt_recue_pie) > 0
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE client
                   SET solde_cli = solde_cli + :PG-CRS-TTC
                   WHERE id_cli = :PG-IDF-CLI
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0470-CRS-FAC-FIN.

      *-----------------------------------------------------------------
      * Valide la facture, son numéro et ses rattachements en une
      * seule transaction, puis journalise via "ajulog".
       0500-FIN-FAC-DEB.

      * Chaine en simulation : la facture est calculee en entier, ses
      * montants sont rendus a l'apercu, puis tout est annule (numero
      * du compteur compris) ; ni log ni imputation d'acompte.
           IF G-BAT-SIM-OUI
               EXEC SQL
                   SELECT mnt_ht_fac, mnt_tva_fac, mnt_ttc_fac
                   INTO :PG-MNT-HT, :PG-MNT-TVA, :PG-MNT-TTC
                   FROM facture
                   WHERE id_fac = :PG-IDF-FAC
               END-EXEC
               IF SQLCODE = 0
                   MOVE PG-MNT-HT  TO G-SIM-FAC-HT
                   MOVE PG-MNT-TVA TO G-SIM-FAC-TVA
                   MOVE PG-MNT-TTC TO G-SIM-FAC-TTC
                   MOVE PG-NUM-FAC TO LK-NUM-FAC
               ELSE
                   SET LK-AJU-RET-ERR TO TRUE
               END-IF
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

      * Facture signee dans la chaine inalterable des ventes : sans
      * son maillon, la facture n'est pas validee.
           CALL "ajusig"
               USING
               WS-TYP-SIG
               PG-IDF-FAC
               WS-SIG-AJU-RET
           END-CALL.

           IF NOT WS-SIG-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE = 0
