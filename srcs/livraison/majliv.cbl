      * le changement de statut : le solde client représente bien ce  *
      * qui lui reste à payer, TVA incluse.                            *
      *                                                                *
      * Stock par dépôt : chaque mouvement porte sur le dépôt de la    *
      * livraison (id_entrepot), transmis à "majpie" par l'indicateur  *
      * partagé G-IDF-ENT. Un transfert inter-dépôts (id_entrepot_dest *
      * renseigné, ni client ni fournisseur) retire chaque ligne du    *
      * dépôt source et l'ajoute au dépôt destination : le stock total *
      * ne bouge pas, ni encours, ni lots, ni contrats ne sont touchés.*
      * Le transfert est refusé si le dépôt source n'a pas la quantité.*
      *                                                                *
      * Commande spéciale ("ajucsp") : à la réception de son entrante, *
      * la quantité reçue est affectée au client avant l'entrée en     *
      * stock - ligne posée sur sa sortante et réservée (qt_rsv_pie) - *
      * et la commande passe "reçue" ; la sortante ne se clôture       *
      * qu'une fois quelque chose arrivé, la commande passe alors      *
      * "retirée".                                                     *
      *                                                                *
      * Livraison directe ("ajulivdir", directe_liv = 1) : le          *
      * fournisseur expédie chez le client, la clôture de l'entrante   *
      * ou de la sortante clôture le couple sans aucun mouvement de    *
      * stock ni réservation ; le coût d'achat est figé sur les lignes *
      * des deux (cout_revient_liv) et la sortante est valorisée et    *
      * portée à l'encours, donc facturable.                           *
      *                                                                *
      * Dépôt fournisseur ("consigne_fou") : une entrante consignée    *
      * (csg_liv = 1) porte la quantité reçue au dépôt du fournisseur  *
      * avant l'entrée en stock, sans recalcul du CUMP - la            *
      * marchandise reste la sienne ; un retour fournisseur est pris   *
      * d'abord sur le dépôt de ce fournisseur. Les sorties qui        *
      * entament le stock consigné sont imputées par "majpie"          *
      * ("cnscsf").                                                    *
      *                                                                *
      * Les quantités des lignes (commandée, reçue) sont en unité de   *
      * vente de la pièce, avec trois décimales, et passent telles     *
      * quelles au stock, aux lots, au coût moyen et au contrôle       *
      * qualité ; les numéros de série, les commandes spéciales, les   *
      * consignations et les contrats d'appel restent comptés en       *
      * pièces entières.                                               *
      *                                                                *
      * La clôture date la livraison du jour (date_ter_liv, y compris  *
      * pour le couple d'une livraison directe) : date_fin_liv reste   *
      * la date prévue saisie à la commande, c'est-à-dire la date      *
      * promise au client. Une fois la sortante terminée, les fiches   *
      * de données de sécurité des pièces que le client reçoit pour la *
      * première fois ou depuis une nouvelle version lui sont jointes  *
      * ("envfds").                                                    *
      *                                                                *
      * Une réception est rangée en réserve : la quantité reçue est    *
      * portée sur le premier emplacement de réserve de la pièce dans  *
      * le dépôt ("rngres") ; sans réserve, tout reste au casier de    *
      * prélèvement (emplacement_pie).                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ERR=ERREUR                                                     *
      * IDT=IDENTITE                                                   *
      * STA=STATUT                                                     *
      * TYP=TYPE; ENT=ENTRANTE; SOR=SORTANTE; PIE=PIECE; QTE=QUANTITE; *
      * CHG=CHANGEMENT; LCT=LECTURE; PRI=PRIX; MNT=MONTANT; CUM=CUMUL; *
      * SLD=SOLDE; CLI=CLIENT; TVA=TAXE SUR LA VALEUR AJOUTEE;         *
      * DST=DESTINATION; TRF=TRANSFERT; DEP=DEPOT; CSP=COMMANDE        *
      * SPECIALE; AFF=AFFECTATION; CLO=CLOTURE; DIR=DIRECTE;           *
      * ACH=ACHAT; VAL=VALORISATION; ALM=ALIMENTATION; CSF=CONSIGNE    *
      * FOURNISSEUR; RTR=RETOUR.                                       *
      *                                                                *
      ******************************************************************

      * Depot-vente : livraison sortante de consignation (csg_liv=1),
      * le stock part chez le client mais reste notre propriete - il
      * alimente son rack (consigne_cli) au lieu de l'encours.
      * Depot fournisseur : livraison entrante de consignation
      * (csg_liv=1), le stock arrive chez nous mais reste la
      * propriete du fournisseur - il alimente son depot
      * (consigne_fou) ; les memes zones servent aux deux.
       01 PG-CSG-LIV            PIC 9(01).
       01 PG-QTE-CSG            PIC 9(10).
       01 PG-IDF-PIE-CSG        PIC 9(10).
       01 PG-MNT-LIV            PIC 9(08)V99.
      * Date de la livraison relue pour le controle de periode close.
       01 PG-DAT-PER            PIC X(10).
      * Depot de la livraison (source d'un transfert) et depot de
      * destination d'un transfert (0 hors transfert).
       01 PG-IDF-ENT            PIC 9(10).
       01 PG-IDF-ENT-DST        PIC 9(10).
      * Commande speciale de la ligne recue ("ajucsp") : commande,
      * sortante du client, quantite a lui affecter ; nombre de
      * commandes encore sans arrivee sur une sortante a cloturer.
       01 PG-IDF-CSP            PIC 9(10).
       01 PG-IDF-LIV-CSP        PIC 9(10).
       01 PG-QTE-CSP            PIC 9(10).
       01 PG-NBR-CSP            PIC 9(05).
      * Livraison directe ("ajulivdir") : drapeau, livraison liee
      * (sortante client pour l'entrante fournisseur et inversement),
      * entrante qui porte le cout d'achat ; et livraison dont les
      * lignes sont valorisees par 0250 (la sortante cloturee, ou la
      * sortante liee d'une livraison directe).
       01 PG-DIR-LIV            PIC 9(01).
       01 PG-IDF-LIV-DIR        PIC 9(10).
       01 PG-IDF-LIV-ACH        PIC 9(10).
       01 PG-IDF-LIV-VAL        PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

      * Valorisation unitaire de la ligne en cours, rendue par
      * consomment), 0 = kit servi sur son stock pre-assemble.
       01 G-KIT-EXP             PIC 9(01) EXTERNAL.

      * Depot du mouvement transmis a "majpie" avant chaque appel
      * (0 = depot principal de la piece).
       01 G-IDF-ENT             PIC 9(10) EXTERNAL.

      * Stock de la piece dans le depot source d'un transfert
      * ("lirstkdep"), controle avant le retrait pour ne pas laisser
      * de backorder sur un transfert impossible.
       01 WS-IDF-ENT-SRC        PIC 9(10).
       01 WS-QTE-DEP            PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.

      * Fin de boucle sur les composants du kit de la ligne en cours
      * (consommation des lots), et quantite a consommer.
       01 WS-ETT-CMP-LOT        PIC 9(01).
           88 WS-ETT-CMP-LOT-ENC             VALUE 0.
           88 WS-ETT-CMP-LOT-FIN             VALUE 1.
       01 WS-QTE-CMP-BSN        PIC 9(07)V9(03).

      * Déclaration de la variable (flag) correspondant au type de la
      * livraison dont on vient de mettre à jour le statut.
      * Variables utilisées pour relire les lignes de la livraison et
      * mettre à jour le stock de chaque pièce concernée.
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-PIE            PIC 9(07)V9(03).
      * Quantité réellement reçue (saisie lors de la réception) et
      * écart avec la quantité commandée ; c'est la quantité reçue,
      * et non la quantité commandée, qui est répercutée sur le stock.
       01 WS-QTE-RCP            PIC 9(07)V9(03).
       01 WS-ECA-PIE            PIC 9(01).

       01 WS-TYP-CHG            PIC 9(01).
      * plus ancien au plus recent a l'expedition ("cnslot").
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LOT==.
      * Code retour de l'affectation des numeros de serie a
      * l'expedition ("cnsser"), en nombre entier de pieces.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-SER==.
       01 WS-QTE-SER            PIC 9(10).
      * Code retour du recalcul du cout unitaire moyen pondere a la
      * reception ("majcump").
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CMP==.
      * Code retour du plan de controle qualite a reception ("trtqc").
       COPY majret REPLACING ==:PREFIX:== BY ==WS-QC==.
      * Rangement de la reception en reserve ("rngres") : mouvement
      * R et code retour.
       01 WS-TYP-MVT-RES        PIC X(01).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RES==.
      * Controle de periode comptable close ("ctlper") : une cloture
      * datee dans une periode arretee est refusee.
       01 WS-DAT-PER            PIC X(10).
       01 WS-BLQ-PER            PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PER==.
      * Fiches de donnees de securite jointes a la sortante terminee
      * ("envfds") : livraison client concernee, nombre de fiches.
       01 WS-IDF-LIV-FDS        PIC 9(10).
       01 WS-NBR-FDS            PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FDS==.

       LINKAGE SECTION.
      * Arguments d'entrée.
               END-IF

               IF NOT LK-MAJ-RET-ERR AND NOT LK-MAJ-RET-CNC
                   EVALUATE TRUE
                       WHEN PG-DIR-LIV = 1
                           PERFORM 0220-DIR-LIV-DEB
                              THRU 0220-DIR-LIV-FIN
                       WHEN PG-IDF-ENT-DST > 0
                           PERFORM 0210-TRF-STK-DEB
                              THRU 0210-TRF-STK-FIN
                       WHEN OTHER
                           PERFORM 0200-MJ-STK-LIV-DEB
                              THRU 0200-MJ-STK-LIV-FIN
                   END-EVALUATE

                   IF WS-ETT-ERR-STK-OUI
      * Une ligne n'a pas pu etre repercutee sur le stock : on annule
                   ELSE
                       PERFORM 0100-STA-LIV-DEB
                          THRU 0100-STA-LIV-FIN

                       IF LK-MAJ-RET-OK
                           PERFORM 0300-ENV-FDS-DEB
                              THRU 0300-ENV-FDS-FIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   SELECT id_fou, id_cli, COALESCE(prep_liv, 0),
                          COALESCE(CAST(maj_le AS VARCHAR), ''),
                          COALESCE(retour_liv, 0),
                          COALESCE(csg_liv, 0),
                          COALESCE(id_entrepot, 0),
                          COALESCE(id_entrepot_dest, 0),
                          COALESCE(directe_liv, 0),
                          COALESCE(id_liv_dir, 0)
                   INTO :PG-IDT-FOU, :PG-IDT-CLI, :PG-PRP-LIV,
                        :PG-VER-CRT, :PG-RTR-LIV, :PG-CSG-LIV,
                        :PG-IDF-ENT, :PG-IDF-ENT-DST,
                        :PG-DIR-LIV, :PG-IDF-LIV-DIR
                   FROM livraison
                   WHERE id_liv = :PG-IDT-LIV
               END-EXEC.
               END-IF.

      * Une sortante non preparee (quantites prelevees jamais
      * confirmees) ne peut pas etre terminee ; une livraison directe
      * n'est pas preparee chez nous, elle en est dispensee.
               IF SQLCODE = 0 AND PG-IDT-CLI > 0 AND PG-PRP-LIV = 0
                       AND PG-DIR-LIV = 0
                   SET LK-MAJ-RET-ERR TO TRUE
               END-IF.

      * dernier, une fois la répercussion sur le stock (et, pour une
      * sortante, sur l'encours client) déjà ecrite sans etre commitee
      * : le COMMIT ci-dessous valide donc statut_liv et solde_cli en
      * une seule transaction. La date reelle de cloture (date_ter_liv)
      * est posee avec le statut : la date de fin saisie a la commande
      * (date_fin_liv) reste la date promise, le service client
      * ("edtotif") compare les deux.
      *
           0100-STA-LIV-DEB.


               EXEC SQL
                UPDATE livraison
                SET statut_liv = :PG-STA-LIV,
                    date_ter_liv = CURRENT_DATE
                WHERE id_liv = :PG-IDT-LIV
               END-EXEC.


           0100-STA-LIV-FIN.

      *-----------------------------------------------------------------
      *
      * Fiches de donnees de securite ("envfds") : une sortante client
      * terminee - ou la sortante liee d'une livraison directe
      * cloturee par son entrante - joint la FDS de chaque piece que
      * le client recoit pour la premiere fois ou depuis une nouvelle
      * version. Apres le COMMIT : un echec ici ne rouvre pas la
      * livraison, la fiche repartira avec la livraison suivante.
      *
           0300-ENV-FDS-DEB.

      * L'entrante d'une livraison directe passe en premier : sa
      * cloture a charge le client de la sortante jumelle
      * ("0220-DIR-LIV"), mais c'est la sortante qui porte le client.
               EVALUATE TRUE
                   WHEN PG-DIR-LIV = 1 AND PG-IDT-FOU > 0
                        AND PG-IDF-LIV-DIR > 0
                       MOVE PG-IDF-LIV-DIR TO WS-IDF-LIV-FDS
                   WHEN PG-IDT-CLI > 0 AND PG-RTR-LIV = 0
                       MOVE LK-IDT TO WS-IDF-LIV-FDS
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE.

               CALL "envfds"
                   USING
                   WS-IDF-LIV-FDS
                   LK-IDF-UTI
                   WS-NBR-FDS
                   WS-FDS-LIR-RET
               END-CALL.

           0300-ENV-FDS-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Répercute automatiquement sur le stock des pièces la livraison
           0200-MJ-STK-LIV-DEB.

               SET WS-ETT-ERR-STK-NON TO TRUE.
               MOVE PG-IDT-LIV TO PG-IDF-LIV-VAL.

               IF PG-IDT-FOU > 0
                   SET WS-TYP-LIV-ENT TO TRUE
                       WS-FET-LIR-RET
                   END-CALL

      * Reception d'une commande speciale : la quantite recue est
      * affectee au client (ligne sur sa sortante, reservee) AVANT
      * l'entree en stock, pour que "majpie" ne la donne pas a un
      * backorder d'un autre client.
                   IF NOT WS-FET-LIR-RET-OK AND NOT WS-FET-LIR-RET-ERR
                           AND WS-TYP-LIV-ENT AND PG-RTR-LIV = 0
                       PERFORM 0239-AFF-CSP-DEB
                          THRU 0239-AFF-CSP-FIN
                   END-IF

      * Depot fournisseur : la quantite consignee est portee au depot
      * du fournisseur AVANT l'entree en stock (reception consignee),
      * et deduite de son depot AVANT la sortie (retour) : "majpie"
      * n'impute ainsi a la consommation ("cnscsf") que ce qui entame
      * vraiment le stock consigne.
                   IF NOT WS-FET-LIR-RET-OK AND NOT WS-FET-LIR-RET-ERR
                           AND WS-TYP-LIV-ENT AND WS-ETT-ERR-STK-NON
                       IF PG-RTR-LIV = 1
                           PERFORM 0247-RTR-CSF-DEB
                              THRU 0247-RTR-CSF-FIN
                       ELSE
                           IF PG-CSG-LIV = 1
                               PERFORM 0246-ALM-CSF-DEB
                                  THRU 0246-ALM-CSF-FIN
                           END-IF
                       END-IF
                   END-IF

                   IF NOT WS-FET-LIR-RET-OK AND NOT WS-FET-LIR-RET-ERR
                           AND WS-ETT-ERR-STK-NON
                       MOVE PG-IDF-ENT TO G-IDF-ENT
                       CALL "majpie"
                           USING
                           WS-IDF-PIE
                              THRU 0230-TRT-LOT-FIN

      * Reception : le cout unitaire moyen pondere de la piece est
      * recalcule avec l'entree qui vient d'etre portee au stock. Une
      * reception consignee n'est pas a nous : son cout n'entre au
      * CUMP qu'a l'autofacturation de la consommation.
                           IF WS-TYP-LIV-ENT AND PG-RTR-LIV = 0
                                   AND PG-CSG-LIV NOT = 1
                                   AND WS-ETT-ERR-STK-NON
                               PERFORM 0236-MAJ-CMP-DEB
                                  THRU 0236-MAJ-CMP-FIN
                           END-IF

      * Reception : la quantite recue est rangee en reserve, sur le
      * premier emplacement de reserve de la piece dans le depot
      * ("rngres") ; sans reserve, elle reste au prelevement.
                           IF WS-TYP-LIV-ENT AND PG-RTR-LIV = 0
                                   AND WS-ETT-ERR-STK-NON
                               PERFORM 0237-RNG-RES-DEB
                                  THRU 0237-RNG-RES-FIN
                           END-IF

      * Plan de controle qualite : la regle d'echantillonnage de la
      * piece (ou du fournisseur) peut router la quantite recue en
      * quarantaine et ouvrir un controle ("trtqc").
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

      * Sortante d'une commande speciale : refusee tant que rien n'est
      * arrive, sinon la commande passe "retiree".
               IF WS-ETT-ERR-STK-NON AND WS-TYP-LIV-SOR
                   PERFORM 0242-CLO-CSP-DEB
                      THRU 0242-CLO-CSP-FIN
               END-IF.

               IF WS-ETT-ERR-STK-NON AND WS-TYP-LIV-SOR
                       AND PG-MNT-LIV > 0
                   PERFORM 0260-MAJ-SLD-CLI-DEB
           0200-MJ-STK-LIV-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Transfert inter-depots : chaque ligne est ajoutee au depot
      * destination (id_entrepot_dest) puis retiree du depot source
      * (id_entrepot), pour la quantite recue - l'ajout passe en
      * premier, pour que le stock total ne descende jamais sous le
      * stock en depot fournisseur (pas de fausse consommation
      * "cnscsf"). Le stock total de la piece ne change pas ; lots,
      * numeros de serie, CUMP, controle qualite, contrats,
      * reservations et encours client ne sont pas concernes. Le
      * depot source doit avoir la quantite : un transfert n'ouvre
      * pas de backorder.
      *
           0210-TRF-STK-DEB.

               SET WS-ETT-ERR-STK-NON TO TRUE.
               MOVE PG-IDF-ENT TO WS-IDF-ENT-SRC.
               MOVE SPACES TO WS-FET-LIR-RET.

               PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
                                OR WS-ETT-ERR-STK-OUI
                   CALL "fetlivpi"
                       USING
                       LK-IDT
                       WS-IDF-PIE
                       WS-QTE-PIE
                       WS-QTE-RCP
                       WS-ECA-PIE
                       WS-FET-LIR-RET
                   END-CALL

                   IF NOT WS-FET-LIR-RET-OK AND NOT WS-FET-LIR-RET-ERR
                           AND WS-QTE-RCP > 0
                       CALL "lirstkdep"
                           USING
                           WS-IDF-PIE
                           WS-IDF-ENT-SRC
                           WS-QTE-DEP
                           WS-DEP-LIR-RET
                       END-CALL

                       IF NOT WS-DEP-LIR-RET-OK
                               OR WS-QTE-DEP < WS-QTE-RCP
                           SET WS-ETT-ERR-STK-OUI TO TRUE
                       ELSE
                           MOVE PG-IDF-ENT-DST TO G-IDF-ENT
                           SET WS-CHG-AJT TO TRUE
                           CALL "majpie"
                               USING
                               WS-IDF-PIE
                               WS-QTE-RCP
                               WS-TYP-CHG
                               LK-IDF-UTI
                               PG-IDT-CLI
                               WS-PIE-MAJ-RET
                           END-CALL

                           IF WS-PIE-MAJ-RET-OK
                               MOVE PG-IDF-ENT TO G-IDF-ENT
                               SET WS-CHG-RTI TO TRUE
                               CALL "majpie"
                                   USING
                                   WS-IDF-PIE
                                   WS-QTE-RCP
                                   WS-TYP-CHG
                                   LK-IDF-UTI
                                   PG-IDT-CLI
                                   WS-PIE-MAJ-RET
                               END-CALL
                           END-IF

                           IF NOT WS-PIE-MAJ-RET-OK
                               SET WS-ETT-ERR-STK-OUI TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

               IF WS-ETT-ERR-STK-NON AND WS-FET-LIR-RET-ERR
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0210-TRF-STK-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Livraison directe ("ajulivdir") : le fournisseur expedie chez
      * le client, la piece ne passe jamais par notre stock. La
      * cloture de l'une des deux livraisons du couple (confirmation
      * de livraison, ou avis d'expedition du fournisseur importe par
      * "impasnfou") cloture aussi l'autre : les quantites recues de
      * la livraison cloturee sont reportees sur sa jumelle, le cout
      * d'achat du fournisseur (prix catalogue au taux de change de
      * l'entrante, a defaut le referencement le moins cher) est fige
      * sur les lignes des deux (cout_revient_liv, que la marge
      * retient), et la sortante est valorisee et portee a l'encours
      * comme une vente ordinaire - elle devient facturable. Ni stock,
      * ni reservation, ni lots, ni CUMP. Pas de COMMIT ici : valide
      * avec le reste de la cloture.
      *
           0220-DIR-LIV-DEB.

               SET WS-ETT-ERR-STK-NON TO TRUE.
               MOVE 0 TO PG-MNT-LIV.

               IF PG-IDF-LIV-DIR = 0
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF PG-IDT-CLI > 0
                   MOVE PG-IDT-LIV     TO PG-IDF-LIV-VAL
                   MOVE PG-IDF-LIV-DIR TO PG-IDF-LIV-ACH
               ELSE
                   MOVE PG-IDF-LIV-DIR TO PG-IDF-LIV-VAL
                   MOVE PG-IDT-LIV     TO PG-IDF-LIV-ACH

                   EXEC SQL
                       SELECT id_cli
                       INTO :PG-IDT-CLI
                       FROM livraison
                       WHERE id_liv = :PG-IDF-LIV-VAL
                         AND id_cli IS NOT NULL
                   END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-ETT-ERR-STK-OUI TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               EXEC SQL
                   UPDATE livraison_piece lp2
                   SET qt_recue_pie = lp.qt_recue_pie,
                       ecart_pie = lp.ecart_pie
                   FROM livraison_piece lp
                   WHERE lp.id_liv = :PG-IDT-LIV
                     AND lp2.id_liv = :PG-IDF-LIV-DIR
                     AND lp2.id_pie = lp.id_pie
               END-EXEC.

               IF SQLCODE = 0 OR SQLCODE = 100
                   EXEC SQL
                       UPDATE livraison_piece lp
                       SET cout_revient_liv = COALESCE(
                           (SELECT pf.prix_achat_pf * l.taux_chg_liv
                            FROM piece_fournisseur pf
                                JOIN livraison l
                                    ON l.id_liv = :PG-IDF-LIV-ACH
                            WHERE pf.id_pie = lp.id_pie
                              AND pf.id_fou = l.id_fou),
                           (SELECT MIN(pf.prix_achat_pf
                                * COALESCE(tc.taux_eur, 1))
                            FROM piece_fournisseur pf
                                JOIN fournisseur fo
                                    ON fo.id_fou = pf.id_fou
                                LEFT JOIN taux_change tc
                                    ON tc.devise = fo.devise_fou
                            WHERE pf.id_pie = lp.id_pie), 0)
                       WHERE lp.id_liv IN (:PG-IDF-LIV-ACH,
                                           :PG-IDF-LIV-VAL)
                         AND lp.cout_revient_liv IS NULL
                   END-EXEC
               END-IF.

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

      * Valorisation de la sortante ligne a ligne, comme une vente
      * ordinaire (prix net fige, contrat du client consomme).
               MOVE SPACES TO WS-FET-LIR-RET.

               PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
                   CALL "fetlivpi"
                       USING
                       PG-IDF-LIV-VAL
                       WS-IDF-PIE
                       WS-QTE-PIE
                       WS-QTE-RCP
                       WS-ECA-PIE
                       WS-FET-LIR-RET
                   END-CALL

                   IF NOT WS-FET-LIR-RET-OK AND NOT WS-FET-LIR-RET-ERR
                           AND WS-ETT-ERR-STK-NON
                       PERFORM 0234-CNS-COU-DEB
                          THRU 0234-CNS-COU-FIN

                       PERFORM 0250-CUM-MNT-LIV-DEB
                          THRU 0250-CUM-MNT-LIV-FIN
                   END-IF
               END-PERFORM.

               IF WS-FET-LIR-RET-ERR
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               EXEC SQL
                   UPDATE livraison
                   SET statut_liv = 1,
                       date_ter_liv = CURRENT_DATE,
                       maj_le = CURRENT_TIMESTAMP
                   WHERE id_liv = :PG-IDF-LIV-DIR
                     AND statut_liv = 0
               END-EXEC.

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF WS-ETT-ERR-STK-NON AND PG-MNT-LIV > 0
                   PERFORM 0260-MAJ-SLD-CLI-DEB
                      THRU 0260-MAJ-SLD-CLI-FIN
               END-IF.

           0220-DIR-LIV-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Traçabilité par lot de la ligne qui vient d'être répercutée
      *
           0232-TRT-SER-DEB.

               MOVE WS-QTE-RCP TO WS-QTE-SER.

               CALL "cnsser"
                   USING
                   LK-IDT
                   WS-IDF-PIE
                   WS-QTE-SER
                   WS-SER-MAJ-RET
               END-CALL.

           0236-MAJ-CMP-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Rangement de la réception en réserve ("rngres") : la quantité
      * reçue s'ajoute au premier emplacement de réserve de la pièce
      * dans le dépôt de la livraison. Écrit sans COMMIT, avec le
      * mouvement de stock.
      *
           0237-RNG-RES-DEB.

               MOVE "R" TO WS-TYP-MVT-RES.

               CALL "rngres"
                   USING
                   WS-IDF-PIE
                   PG-IDF-ENT
                   WS-QTE-RCP
                   WS-TYP-MVT-RES
                   WS-RES-MAJ-RET
               END-CALL.

               IF NOT WS-RES-MAJ-RET-OK
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0237-RNG-RES-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Plan de contrôle qualité à réception ("trtqc") : la règle
           0235-CNS-LOT-KIT-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Affecte au client la quantité reçue d'une commande spéciale
      * ("ajucsp") : la ligne de l'entrante est celle de la commande
      * (entrante et pièce), encore "commandée" et dont la sortante
      * client est toujours en cours. La quantité reçue, dans la
      * limite du restant dû, est posée (ou ajoutée) sur la sortante
      * et réservée dans qt_rsv_pie : "lirdsppie" ne la montre pas
      * libre et "majpie" ne la donne pas à un backorder. La commande
      * passe "reçue" (statut 1) une fois complète. Pas de COMMIT
      * ici : validé avec le reste de la clôture.
      *
           0239-AFF-CSP-DEB.

               EXEC SQL
                   SELECT cs.id_csp, cs.id_liv_sor,
                          cs.qte_csp - cs.qte_rcp_csp
                   INTO :PG-IDF-CSP, :PG-IDF-LIV-CSP, :PG-QTE-CSP
                   FROM commande_speciale cs
                       JOIN livraison l ON l.id_liv = cs.id_liv_sor
                   WHERE cs.id_liv_ent = :PG-IDT-LIV
                     AND cs.id_pie = :WS-IDF-PIE
                     AND cs.statut_csp = 0
                     AND l.statut_liv = 0
                     AND l.supprime_le = ''
                   FOR UPDATE OF cs
               END-EXEC.

               IF SQLCODE = 100
                   EXIT PARAGRAPH
               END-IF.

               IF SQLCODE NOT = 0
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               IF WS-QTE-RCP < PG-QTE-CSP
                   MOVE WS-QTE-RCP TO PG-QTE-CSP
               END-IF.

               IF PG-QTE-CSP = 0
                   EXIT PARAGRAPH
               END-IF.

               EXEC SQL
                   UPDATE livraison_piece
                   SET qt_liv_pie = qt_liv_pie + :PG-QTE-CSP,
                       qt_recue_pie = qt_recue_pie + :PG-QTE-CSP
                   WHERE id_liv = :PG-IDF-LIV-CSP
                     AND id_pie = :WS-IDF-PIE
               END-EXEC.

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO livraison_piece (id_liv, id_pie,
                           qt_liv_pie, qt_recue_pie, ecart_pie)
                       VALUES (:PG-IDF-LIV-CSP, :WS-IDF-PIE,
                           :PG-QTE-CSP, :PG-QTE-CSP, 0)
                   END-EXEC
               END-IF.

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE piece
                       SET qt_rsv_pie = COALESCE(qt_rsv_pie, 0)
                           + :PG-QTE-CSP
                       WHERE id_pie = :WS-IDF-PIE
                   END-EXEC
               END-IF.

               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE commande_speciale
                       SET qte_rcp_csp = qte_rcp_csp + :PG-QTE-CSP,
                           statut_csp =
                               CASE WHEN qte_rcp_csp + :PG-QTE-CSP
                                         >= qte_csp
                                    THEN 1 ELSE 0 END,
                           date_rcp_csp = CURRENT_DATE
                       WHERE id_csp = :PG-IDF-CSP
                   END-EXEC
               END-IF.

               IF SQLCODE NOT = 0
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0239-AFF-CSP-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Clôture de la sortante d'une commande spéciale : refusée tant
      * que rien n'est arrivé du fournisseur (sortante sans ligne),
      * sinon la commande passe "retirée" (statut 2). La réservation
      * de la ligne est levée comme les autres par 0240. Pas de
      * COMMIT ici : validé avec le reste de la clôture.
      *
           0242-CLO-CSP-DEB.

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR-CSP
                   FROM commande_speciale
                   WHERE id_liv_sor = :PG-IDT-LIV
                     AND statut_csp = 0
                     AND qte_rcp_csp = 0
               END-EXEC.

               IF SQLCODE NOT = 0 OR PG-NBR-CSP > 0
                   SET WS-ETT-ERR-STK-OUI TO TRUE
                   EXIT PARAGRAPH
               END-IF.

               EXEC SQL
                   UPDATE commande_speciale
                   SET statut_csp = 2,
                       date_ret_csp = CURRENT_DATE
                   WHERE id_liv_sor = :PG-IDT-LIV
                     AND statut_csp IN (0, 1)
               END-EXEC.

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0242-CLO-CSP-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Lève la réservation posée à la création de la ligne sortante
           0245-ALM-CSG-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Reception consignee : alimente le depot du fournisseur
      * (consigne_fou) avec la quantite recue ; le depot existe deja
      * (cumul) ou est cree a la premiere reception, sans seuil ni
      * cible (a renseigner depuis "ecrcsf"). Pas de COMMIT ici :
      * valide avec l'entree en stock qui suit.
      *
           0246-ALM-CSF-DEB.

               MOVE WS-IDF-PIE TO PG-IDF-PIE-CSG.
               MOVE WS-QTE-RCP TO PG-QTE-CSG.

               EXEC SQL
                   UPDATE consigne_fou
                   SET qte_csf = qte_csf + :PG-QTE-CSG
                   WHERE id_fou = :PG-IDT-FOU
                     AND id_pie = :PG-IDF-PIE-CSG
               END-EXEC.

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO consigne_fou
                           (id_fou, id_pie, qte_csf, seuil_csf,
                            cible_csf)
                       VALUES (:PG-IDT-FOU, :PG-IDF-PIE-CSG,
                               :PG-QTE-CSG, 0, 0)
                   END-EXEC
               END-IF.

               IF SQLCODE NOT = 0
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0246-ALM-CSF-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Retour fournisseur : la marchandise rendue est prise d'abord
      * sur le depot que ce fournisseur nous a consigne (elle lui
      * appartient, rien a facturer), le reste sur notre stock
      * propre. Sans depot chez nous, aucune ligne touchee. Pas de
      * COMMIT ici : valide avec la sortie de stock qui suit.
      *
           0247-RTR-CSF-DEB.

               MOVE WS-IDF-PIE TO PG-IDF-PIE-CSG.
               MOVE WS-QTE-RCP TO PG-QTE-CSG.

               EXEC SQL
                   UPDATE consigne_fou
                   SET qte_csf = GREATEST(qte_csf - :PG-QTE-CSG, 0)
                   WHERE id_fou = :PG-IDT-FOU
                     AND id_pie = :PG-IDF-PIE-CSG
               END-EXEC.

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-ETT-ERR-STK-OUI TO TRUE
               END-IF.

           0247-RTR-CSF-FIN.
               EXIT.

      *-----------------------------------------------------------------
      *
      * Cumule dans PG-MNT-LIV la valeur (prix net * quantité
                           pct_rem_liv  = :PG-PCT-REM-FIG,
                           prix_net_liv = :PG-PRI-NET-FIG,
                           taux_tva_liv = :PG-TVA-PIE
                       WHERE id_liv = :PG-IDF-LIV-VAL
                         AND id_pie = :PG-IDF-PIE-FIG
                   END-EXEC
               END-IF.
