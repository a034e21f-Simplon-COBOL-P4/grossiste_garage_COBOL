      * lui-meme n'ayant pas de stock propre. Le retrait entier est    *
      * refuse des qu'un composant manque, et c'est le composant       *
      * manquant qui part en backorder.                                *
      *                                                                *
      * Stock par depot : chaque mouvement porte aussi sur le stock de *
      * la piece dans un depot (stock_depot, via "majstkdep"), qt_pie  *
      * restant le total tous depots. Le depot est pose par l'appelant *
      * dans l'indicateur partage G-IDF-ENT (consomme ici, comme       *
      * G-MOT-AJU) : depot de la livraison pour "majliv", depot saisi  *
      * pour les ecrans ; a defaut (0), depot principal de la piece.   *
      * Un retrait exige la quantite dans CE depot (sinon backorder),  *
      * meme si un autre depot l'a. Le depot est trace sur le          *
      * mouvement (mouvement_stock.id_entrepot). DEP=DEPOT;            *
      * ENT=ENTREPOT; STK=STOCK.                                       *
      *                                                                *
      * Commandes spéciales ("ajucsp") : la quantité d'un dépôt déjà   *
      * affectée à un client à la réception (commande_speciale,        *
      * qte_rcp_csp) est déduite du stock avant d'honorer les          *
      * backorders : elle attend son client. CSP=COMMANDE SPECIALE.    *
      *                                                                *
      * Dépôt fournisseur ("consigne_fou") : le stock consigné par un  *
      * fournisseur est compté dans qt_pie mais reste sa propriété ;   *
      * le stock propre est consommé en premier, et toute sortie qui   *
      * fait passer qt_pie sous la quantité consignée est enregistrée  *
      * comme consommation à facturer ("cnscsf"). CSF=CONSIGNE         *
      * FOURNISSEUR.                                                   *
      *                                                                *
      * Quantités décimales : la quantité reçue, qt_pie, le stock des  *
      * dépôts et les mouvements sont tenus en unité de vente de la    *
      * pièce (unite_vte_pie : U, L pour l'huile au litre, M pour la   *
      * durite ou le câble au mètre) avec trois décimales ; le log     *
      * libelle la quantité dans cette unité. UNI=UNITE; LIB=LIBELLE;  *
      * VTE=VENTE.                                                     *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
      * Déclaration de la variable d'édition pour un meilleur affichage 
      * des variables LK-QTE-PIE et LK-IDF-PIE dans les logs. 
       01 WS-IDF-EDT           PIC Z(10).
       01 WS-QTE-EDT           PIC Z(06)9.999.

      * Unité de vente de la pièce (unite_vte_pie : U, L, M...), dans
      * laquelle sont tenus qt_pie et les quantités reçues : libellé
      * de la quantité dans les logs ("unites" pour U ou non renseigné).
       01 WS-LIB-UNI           PIC X(06).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

      * servi sur son stock propre a deja consomme ses lots a
      * l'assemblage ("ajuassemb").
       01 G-KIT-EXP            PIC 9(01) EXTERNAL.

      * Depot du mouvement, pose par l'appelant avant l'appel et
      * consomme ici (remis a 0 apres lecture) : 0 = depot principal
      * de la piece.
       01 G-IDF-ENT            PIC 9(10) EXTERNAL.

      * Mouvement du stock du depot ("majstkdep") et lecture du stock
      * du depot ("lirstkdep") pour les controles de disponibilite.
       01 WS-TYP-STK           PIC 9(01).
           88 WS-TYP-STK-AJT               VALUE 0.
           88 WS-TYP-STK-RTI               VALUE 1.
       01 WS-QTE-STK           PIC 9(07)V9(03).
       01 WS-QTE-DEP           PIC 9(07)V9(03).
       COPY majret REPLACING ==:PREFIX:== BY ==WS-STK==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.

      * Imputation des sorties sur le stock en depot fournisseur
      * ("cnscsf") quand le stock propre ne suffit plus a les couvrir.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CSF==.
       01 WS-QTE-APRES-EDT     PIC Z(06)9.999.
       01 WS-SEU-EFF-EDT       PIC Z(10).

      * Déclaration des variables correspondant aux attributs

      * Déclaration de la variable, correspondant à la quantité à
      * ajouter ou à soustraire au stock, que doit saisir l'utilisateur.
       01 PG-QTE-PIE           PIC 9(07)V9(03).

      * Déclaration de la variable  définissant le statut du retrait.

      * Variables utilisées pour relire et traiter les backorders en
      * attente pour la pièce venant d'être réapprovisionnée.
       01 PG-IDF-BKO           PIC 9(10).
       01 PG-QTE-BKO           PIC 9(07)V9(03).
       01 PG-IDF-CLI-BKO       PIC 9(10).
       01 PG-QTE-DSP           PIC 9(07)V9(03).
      * Quantite du depot deja affectee a des commandes speciales
      * ("ajucsp", affectation a la reception par "majliv") : elle
      * attend son client et n'honore aucun backorder.
       01 PG-QTE-CSP           PIC 9(07)V9(03).

      * Quantite avant/apres une operation, et type de cette
      * operation, enregistres dans "mouvement_stock" pour que le
      * controle de coherence de stock (nocturne) puisse rejouer
      * l'historique complet des mouvements d'une piece.
       01 PG-QTE-AVANT         PIC 9(07)V9(03).
       01 PG-QTE-APRES         PIC 9(07)V9(03).
       01 PG-TYP-MVT           PIC X(10).
       01 PG-DAT-PRM           PIC X(10).
       01 PG-IDF-UTI-MVT       PIC 9(10).
       01 PG-MOT-AJU           PIC X(03).
       01 PG-UNI-VTE           PIC X(03).
      * Depot du mouvement (resolu des l'entree : 0 devient le depot
      * principal de la piece).
       01 PG-IDF-ENT           PIC 9(10).

      * Seuil de reapprovisionnement effectif de la piece (celui de sa
      * categorie quand elle en a un configure, sinon le seuil propre
      * retrait est refuse (et le composant manquant part en
      * backorder) si un seul composant est insuffisant.
       01 PG-IDF-KIT           PIC 9(10).
       01 PG-QTE-KIT           PIC 9(07)V9(03).
       01 PG-IDF-CMP           PIC 9(10).
       01 PG-QTE-CMP           PIC 9(07)V9(03).
       01 PG-QTE-BSN           PIC 9(07)V9(03).
       01 PG-QTE-DSP-CMP       PIC 9(07)V9(03).
       01 PG-NBR-CMP           PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.
      * Arguments d'entrée correspondant aux variables utilisées dans 
      * le programme appelant.
       01 LK-IDF-PIE           PIC 9(10).
       01 LK-QTE-PIE           PIC 9(07)V9(03).
       
      * Déclaration du booléen correspondant au choix de l'opération
      * sur le stock de pièces.  
           MOVE G-MOT-AJU TO PG-MOT-AJU.
           MOVE SPACES TO G-MOT-AJU.

      * Depot du mouvement, consomme de la meme facon ; resolu des
      * maintenant (0 = depot principal) pour que tous les mouvements
      * de l'operation, composants d'un kit compris, portent sur le
      * meme depot.
           MOVE G-IDF-ENT TO PG-IDF-ENT.
           MOVE 0 TO G-IDF-ENT.

           CALL "lirstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               WS-QTE-DEP
               WS-DEP-LIR-RET
           END-CALL.

      * Unité de vente de la pièce, pour le libellé de la quantité.
           MOVE 'unites' TO WS-LIB-UNI.

           EXEC SQL
               SELECT COALESCE(NULLIF(BTRIM(unite_vte_pie), ''), 'U')
               INTO :PG-UNI-VTE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0 AND PG-UNI-VTE NOT = 'U'
               MOVE PG-UNI-VTE TO WS-LIB-UNI
           END-IF.

       0100-AFC-VAR-FIN.

      *-----------------------------------------------------------------
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

      * Le depot est credite dans la meme transaction que qt_pie.
           SET WS-TYP-STK-AJT TO TRUE.
           MOVE PG-QTE-PIE TO WS-QTE-STK.
           PERFORM 0310-MAJ-STK-DEP-DEB
              THRU 0310-MAJ-STK-DEP-FIN.

           IF WS-STK-MAJ-RET-OK
               EXEC SQL
                   UPDATE piece
                   SET qt_pie = qt_pie + :PG-QTE-PIE
                   WHERE id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-STK-MAJ-RET-ERR TO TRUE
               END-IF
           END-IF.

           IF WS-STK-MAJ-RET-OK
              EXEC SQL COMMIT END-EXEC

              MOVE 'Ajout'

       0300-MAJ-AJT-QTE-FIN.

      *-----------------------------------------------------------------
      *
      * Porte le mouvement (WS-TYP-STK, WS-QTE-STK) sur le stock de
      * PG-IDF-PIE dans le depot PG-IDF-ENT ("majstkdep", sans COMMIT :
      * valide ou annule avec la mise a jour de qt_pie qui suit).
       0310-MAJ-STK-DEP-DEB.

           CALL "majstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               WS-QTE-STK
               WS-TYP-STK
               WS-STK-MAJ-RET
           END-CALL.

       0310-MAJ-STK-DEP-FIN.

      *-----------------------------------------------------------------
      *
      * Enregistre une ligne dans "mouvement_stock" pour une mutation
           EXEC SQL
               INSERT INTO mouvement_stock
                   (id_pie, qte_avant, qte_apres, typ_mvt, id_uti,
                    code_motif, id_entrepot, cump_mvt)
               VALUES
                   (:PG-IDF-PIE, :PG-QTE-AVANT, :PG-QTE-APRES,
                    :PG-TYP-MVT, :PG-IDF-UTI-MVT,
                    NULLIF(:PG-MOT-AJU, ''), :PG-IDF-ENT,
                    (SELECT COALESCE(cump_pie, 0)
                     FROM piece
                     WHERE id_pie = :PG-IDF-PIE))
                  THRU 0345-VER-SEU-ALR-FIN
           END-IF.

      * Une sortie qui entame le stock en depot fournisseur (le stock
      * propre est consomme en premier) est enregistree comme
      * consommation a facturer par le fournisseur ("cnscsf").
           IF PG-QTE-APRES < PG-QTE-AVANT
               CALL "cnscsf"
                   USING
                   PG-IDF-PIE
                   LK-IDF-UTI
                   WS-CSF-MAJ-RET
               END-CALL
           END-IF.

       0340-ENR-MVT-FIN.

      *-----------------------------------------------------------------
      *
      * Réapprovisionnement venant d'avoir lieu : retente, dans l'ordre
      * de création (FIFO), chaque backorder en attente pour cette
      * pièce tant que le stock du depot qui vient d'etre
      * reapprovisionne suffit, hors quantites affectees a des
      * commandes speciales. Le premier backorder
      * qui ne peut pas être honoré arrête la boucle : on ne saute pas
      * de file pour en honorer un plus petit plus loin.
       0320-TRT-BKO-DEB.
                       WHERE id_pie = :PG-IDF-PIE
                   END-EXEC

                   CALL "lirstkdep"
                       USING
                       PG-IDF-PIE
                       PG-IDF-ENT
                       WS-QTE-DEP
                       WS-DEP-LIR-RET
                   END-CALL

                   MOVE 0 TO PG-QTE-CSP
                   EXEC SQL
                       SELECT COALESCE(SUM(qte_rcp_csp), 0)
                       INTO :PG-QTE-CSP
                       FROM commande_speciale
                       WHERE id_pie = :PG-IDF-PIE
                         AND COALESCE(id_entrepot, 0) = :PG-IDF-ENT
                         AND statut_csp IN (0, 1)
                   END-EXEC

                   IF WS-DEP-LIR-RET-OK
                           AND WS-QTE-DEP >= PG-QTE-BKO + PG-QTE-CSP
                       PERFORM 0330-HNR-BKO-DEB
                          THRU 0330-HNR-BKO-FIN
                   ELSE
      * que le retrait manuel (0350-MAJ-RTI-QTE-DEB).
       0330-HNR-BKO-DEB.

           SET WS-TYP-STK-RTI TO TRUE.
           MOVE PG-QTE-BKO TO WS-QTE-STK.
           PERFORM 0310-MAJ-STK-DEP-DEB
              THRU 0310-MAJ-STK-DEP-FIN.

           IF NOT WS-STK-MAJ-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-BKO-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE piece
               SET qt_pie = qt_pie - :PG-QTE-BKO
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

      * C'est le stock du depot du mouvement qui doit couvrir le
      * retrait : "majstkdep" le decremente s'il suffit (sans COMMIT),
      * et repond "stock insuffisant" sinon.

           SET WS-TYP-STK-RTI TO TRUE.
           MOVE PG-QTE-PIE TO WS-QTE-STK.
           PERFORM 0310-MAJ-STK-DEP-DEB
              THRU 0310-MAJ-STK-DEP-FIN.

           IF WS-STK-MAJ-RET-OK AND PG-QTE-AVANT >= PG-QTE-PIE
               SET PG-STA-RTI-OK TO TRUE
           ELSE
               SET PG-STA-RTI-KO TO TRUE
      * Le retrait ne s'opère que si la quantité à retirer est
      * inférieure à la quantité de la pièce en stock.

           IF PG-STA-RTI-KO AND NOT WS-STK-MAJ-RET-STK-ERR
                   AND NOT WS-STK-MAJ-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-STA-RTI-OK
               EXEC SQL
                   UPDATE piece

               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-STK-ERR TO TRUE
               PERFORM 0360-AJU-BKO-DEB
                  THRU 0360-AJU-BKO-FIN
      * comme une piece simple (pre-assemble par "ajuassemb") : le
      * drapeau kit est abaisse et 0350 decremente le kit lui-meme.
      * Stock propre insuffisant : l'explosion classique s'applique.
      * C'est le stock propre du kit dans le depot du mouvement qui
      * compte.
       0367-VRF-STK-KIT-DEB.

           CALL "lirstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               WS-QTE-DEP
               WS-DEP-LIR-RET
           END-CALL.

           IF WS-DEP-LIR-RET-OK AND WS-QTE-DEP >= PG-QTE-PIE
               SET WS-ETT-KIT-NON TO TRUE
           END-IF.

               ELSE
                   COMPUTE PG-QTE-BSN = PG-QTE-CMP * PG-QTE-KIT

      * Le composant doit etre disponible dans le depot du
      * mouvement.
                   CALL "lirstkdep"
                       USING
                       PG-IDF-CMP
                       PG-IDF-ENT
                       WS-QTE-DEP
                       WS-DEP-LIR-RET
                   END-CALL
                   MOVE WS-QTE-DEP TO PG-QTE-DSP-CMP

                   IF NOT WS-DEP-LIR-RET-OK
                           OR PG-QTE-DSP-CMP < PG-QTE-BSN
                       SET WS-ETT-MNQ-OUI TO TRUE
                       SET WS-ETT-CMP-FIN TO TRUE
      * temps de la boucle et est restaure par l'appelant).
       0375-RTI-CMP-DEB.

           SET WS-TYP-STK-RTI TO TRUE.

           EXEC SQL OPEN curseur_kit END-EXEC.

           SET WS-ETT-CMP-ENC TO TRUE.
                       WHERE id_pie = :PG-IDF-CMP
                   END-EXEC

                   CALL "majstkdep"
                       USING
                       PG-IDF-CMP
                       PG-IDF-ENT
                       PG-QTE-BSN
                       WS-TYP-STK
                       WS-STK-MAJ-RET
                   END-CALL

                   IF WS-STK-MAJ-RET-OK
                       EXEC SQL
                           UPDATE piece
                           SET qt_pie = qt_pie - :PG-QTE-BSN
                           WHERE id_pie = :PG-IDF-CMP
                       END-EXEC
                       IF SQLCODE NOT = 0
                           SET WS-STK-MAJ-RET-ERR TO TRUE
                       END-IF
                   END-IF

                   IF WS-STK-MAJ-RET-OK
                       EXEC SQL COMMIT END-EXEC

      * PG-IDF-PIE et WS-IDF-EDT designent le composant le temps du
                  WS-OPR-QTE-PIE DELIMITED BY SPACE 
                  ' de ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-QTE-EDT) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIB-UNI) DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

