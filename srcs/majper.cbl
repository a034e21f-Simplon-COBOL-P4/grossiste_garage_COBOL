
           MOVE 0 TO PG-VAL-STK.

      * Stock dont nous sommes proprietaires, comme "lirvalpie" :
      * depots-vente clients compris, depot fournisseur exclu.

           EXEC SQL
               SELECT COALESCE(SUM((p.qt_pie + COALESCE(
                          (SELECT SUM(cc.qte_csg)
                           FROM consigne_cli cc
                           WHERE cc.id_pie = p.id_pie), 0)
                        - COALESCE(
                          (SELECT SUM(cf.qte_csf)
                           FROM consigne_fou cf
                           WHERE cf.id_pie = p.id_pie), 0))
                          * p.prix_pie), 0)
               INTO :PG-VAL-STK
               FROM piece p
