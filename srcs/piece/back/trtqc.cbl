      * déplacement en quarantaine est écrit en direct (mêmes          *
      * écritures que "majqrn", sans COMMIT ni journal), et tout est   *
      * validé (ou annulé) avec le reste de la clôture.                *
      * La quarantaine sort du stock du dépôt de la livraison          *
      * (livraison.id_entrepot, "majstkdep"), où la réception vient    *
      * d'être portée.                                                 *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * TRT=TRAITEMENT; QC=CONTROLE QUALITE; RGL=REGLE; PIE=PIECE;     *
      * FOU=FOURNISSEUR; LIV=LIVRAISON; QTE=QUANTITE; FRQ=FREQUENCE;   *
      * CPT=COMPTEUR; CTL=CONTROLE; IDF=IDENTIFIANT; UTI=UTILISATEUR;  *
      * ENT=ENTREPOT; STK=STOCK.                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-RCP             PIC 9(07)V9(03).
       01 PG-IDF-RGL             PIC 9(10).
       01 PG-FRQ-CTL             PIC 9(03).
       01 PG-CPT-RGL             PIC 9(03).
      * Déplacement en quarantaine écrit en direct : disponible
      * avant/après pour la trace mouvement_stock, comme "majqrn".
       01 PG-QTE-DSP             PIC 9(07)V9(03).
       01 PG-QTE-AVANT           PIC 9(07)V9(03).
       01 PG-QTE-APRES           PIC 9(07)V9(03).
       01 PG-IDF-UTI             PIC 9(10).
      * Depot de la livraison, d'ou sort la quantite mise en
      * quarantaine.
       01 PG-IDF-ENT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Retrait du stock du depot ("majstkdep", sans COMMIT).
       01 WS-TYP-STK             PIC 9(01) VALUE 1.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-STK==.

       LINKAGE SECTION.
      * Arguments d'entrée : la ligne entrante qui vient d'être
      * portée au stock.
       01 LK-IDF-LIV             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE                 PIC 9(07)V9(03).
      * Identifiant de l'utilisateur connecté, pour les logs.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
           MOVE PG-QTE-DSP TO PG-QTE-AVANT.
           COMPUTE PG-QTE-APRES = PG-QTE-DSP - PG-QTE-RCP.

           EXEC SQL
               SELECT COALESCE(id_entrepot, 0)
               INTO :PG-IDF-ENT
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "majstkdep"
               USING
               PG-IDF-PIE
               PG-IDF-ENT
               PG-QTE-RCP
               WS-TYP-STK
               WS-STK-MAJ-RET
           END-CALL.

           IF NOT WS-STK-MAJ-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE piece
               SET qt_pie = qt_pie - :PG-QTE-RCP,
               EXEC SQL
                   INSERT INTO mouvement_stock
                       (id_pie, qte_avant, qte_apres, typ_mvt,
                        id_uti, id_entrepot)
                   VALUES
                       (:PG-IDF-PIE, :PG-QTE-AVANT, :PG-QTE-APRES,
                        'QUARANTAIN', :PG-IDF-UTI, :PG-IDF-ENT)
               END-EXEC
           END-IF.

