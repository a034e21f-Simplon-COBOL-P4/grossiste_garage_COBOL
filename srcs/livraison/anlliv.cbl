      * devient "terminé". La quantité réellement reçue                *
      * (qt_recue_pie) est celle qui est répercutée,                   *
      * de même que dans "majliv".                                     *
      * Le mouvement inverse porte sur le dépôt de la livraison        *
      * (id_entrepot, transmis à "majpie" par G-IDF-ENT). Un transfert *
      * inter-dépôts ne s'annule pas ici mais par le transfert         *
      * inverse.                                                       *
      *                                                                *
      * Une reception en depot fournisseur ou une entrante             *
      * d'autofacturation (csg_liv > 0) ne s'annule pas non plus ici.  *
      *                                                                *
      * Les quantités remises en stock sont en unité de vente de la    *
      * pièce, avec trois décimales.                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ANL=ANNULATION; ERR=ERREUR; IDT=IDENTITE; MAJ=MISE A JOUR;     *
      * LIV=LIVRAISON; RET=RETOUR; STA=STATUT; TYP=TYPE; ENT=ENTRANTE; *
      * SOR=SORTANTE; PIE=PIECE; QTE=QUANTITE; CHG=CHANGEMENT;         *
      * LCT=LECTURE; UTI=UTILISATEUR; EDT=EDITION; MSG=MESSAGE;        *
      * LOG=LOG; CRE=CREATION; APL=APPEL; DST=DESTINATION.             *
      *                                                                *
      ******************************************************************

      * une livraison ordinaire, leur annulation est refusee.
       01 PG-RTR-LIV            PIC 9(01).
       01 PG-CSG-LIV            PIC 9(01).
      * Depot de la livraison et depot de destination (transfert).
       01 PG-IDF-ENT            PIC 9(10).
       01 PG-IDF-ENT-DST        PIC 9(10).
      * Reversement des mouvements de lots : prelevements traces
      * dans sortie_lot (sortantes) et lots de reception crees par
      * "majlotent" (entrantes).

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Depot du mouvement transmis a "majpie" avant chaque appel.
       01 G-IDF-ENT             PIC 9(10) EXTERNAL.

      * Déclaration de la variable (flag) correspondant au type de la
      * livraison dont on annule le statut "terminé".
       01 WS-TYP-LIV            PIC 9(01).
      * Variables utilisées pour relire les lignes de la livraison et
      * inverser le mouvement de stock de chaque pièce concernée.
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-PIE            PIC 9(07)V9(03).
       01 WS-QTE-RCP            PIC 9(07)V9(03).
       01 WS-ECA-PIE            PIC 9(01).

       01 WS-TYP-CHG            PIC 9(01).
           88 WS-ETT-KIT-ENC                VALUE 0.
           88 WS-ETT-KIT-FIN                VALUE 1.

       01 WS-QTE-BSN            PIC 9(07)V9(03).

      * Variable d'édition pour un meilleur affichage de l'identifiant
      * de la livraison annulée dans les logs.
               EXEC SQL
                   SELECT statut_liv, id_fou, id_cli,
                          COALESCE(retour_liv, 0),
                          COALESCE(csg_liv, 0),
                          COALESCE(id_entrepot, 0),
                          COALESCE(id_entrepot_dest, 0)
                   INTO :PG-STA-LIV, :PG-IDT-FOU, :PG-IDT-CLI,
                        :PG-RTR-LIV, :PG-CSG-LIV,
                        :PG-IDF-ENT, :PG-IDF-ENT-DST
                   FROM livraison
                   WHERE id_liv = :PG-IDT-LIV
               END-EXEC.
      * une consignation en reprenant le rack du client : ces flux
      * ont leurs propres ecrans, l'annulation ordinaire les
      * renverserait a l'envers (stock decompte deux fois, rack
      * fantome). Elle est donc refusee ici, comme celle d'un
      * transfert inter-depots (annule par le transfert inverse).
      * Meme refus pour une reception en depot fournisseur (depot
      * consigne_fou deja alimente) et pour une entrante
      * d'autofacturation (csg_liv = 2, facturee au fournisseur).
               IF SQLCODE NOT = 0 OR PG-STA-LIV NOT = 1
                       OR PG-RTR-LIV = 1 OR PG-CSG-LIV > 0
                       OR PG-IDF-ENT-DST > 0
                   SET LK-MAJ-RET-ERR TO TRUE
               ELSE
                   SET LK-MAJ-RET-OK TO TRUE
                           PERFORM 0230-RNV-KIT-DEB
                              THRU 0230-RNV-KIT-FIN
                       ELSE
                           MOVE PG-IDF-ENT TO G-IDF-ENT
                           CALL "majpie"
                               USING
                               WS-IDF-PIE
                       COMPUTE WS-QTE-BSN =
                           PG-QTE-CMP * WS-QTE-RCP

                       MOVE PG-IDF-ENT TO G-IDF-ENT
                       CALL "majpie"
                           USING
                           PG-IDF-CMP
