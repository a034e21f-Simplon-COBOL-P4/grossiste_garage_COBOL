      * piece_fournisseur). VID = aucune promesse possible (pièce      *
      * sans entrante ni référencement).                               *
      *                                                                *
      * Les livraisons directes ("ajulivdir"), expédiées par le        *
      * fournisseur chez le client, ne passent pas par le stock et ne  *
      * tiennent donc aucune promesse.                                 *
      *                                                                *
      * La quantité voulue est décimale, en unité de vente de la       *
      * pièce, comme les lignes de livraison auxquelles elle est       *
      * comparée.                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; DAT=DATE; PRM=PROMESSE; PIE=PIECE; QTE=QUANTITE;     *
      * ENT=ENTRANTE; FOU=FOURNISSEUR; DEL=DELAI; SRC=SOURCE;          *
       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-BSN             PIC 9(07)V9(03).
       01 PG-DAT-PRM             PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce et la quantité voulue.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE-BSN             PIC 9(07)V9(03).
      * Arguments de sortie : la date promise et sa source
      * (1 = entrante attendue, 2 = délai fournisseur).
       01 LK-DAT-PRM             PIC X(10).
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.directe_liv, 0) = 0
                 AND lp.id_pie = :PG-IDF-PIE
                 AND lp.qt_liv_pie >= :PG-QTE-BSN
           END-EXEC.
                 AND l.statut_liv = 0
                 AND l.supprime_le = ''
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND COALESCE(l.directe_liv, 0) = 0
                 AND lp.id_pie = :PG-IDF-PIE
           END-EXEC.

