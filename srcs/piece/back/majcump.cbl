      * "majliv". Les sorties, elles, sont valorisées au CUMP du       *
      * moment par "majpie" (colonne cump_mvt de mouvement_stock).     *
      *                                                                *
      * Le stock pris en compte est le stock propre : la quantité en   *
      * dépôt fournisseur (consigne_fou), comptée dans qt_pie mais qui *
      * ne nous appartient pas, en est déduite.                        *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CMP=CUMP (COUT UNITAIRE MOYEN PONDERE);       *
      * PIE=PIECE; LIV=LIVRAISON; QTE=QUANTITE; CUT=COUT; STK=STOCK;   *
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV               PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-QTE-ENT               PIC 9(07)V9(03).
       01 PG-QTE-APR               PIC 9(07)V9(03).
       01 PG-CMP-CRT               PIC 9(08)V99.
       01 PG-CUT-ENT               PIC 9(08)V99.
       01 PG-CMP-NOU               PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-QTE-AVT               PIC S9(07)V9(03).

       LINKAGE SECTION.
      * Arguments d'entrée : la ligne reçue et la quantité entrée
      * (le stock de la pièce a déjà été incrémenté par "majpie").
       01 LK-IDF-LIV               PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE                   PIC 9(07)V9(03).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.


      ****************************PARAGRAPHES***************************

      * Relit le stock propre (déjà incrémenté, hors dépôt
      * fournisseur), le CUMP courant et le coût
      * d'entrée de la ligne, dans l'ordre de préférence documenté en
      * entête.
       0100-LIR-CUT-DEB.

           EXEC SQL
               SELECT GREATEST(p.qt_pie
                          - COALESCE((SELECT SUM(cf.qte_csf)
                                      FROM consigne_fou cf
                                      WHERE cf.id_pie = p.id_pie), 0),
                          0),
                      COALESCE(p.cump_pie, 0),
                      COALESCE(
                          (SELECT lp.cout_revient_liv
                           FROM livraison_piece lp
