      * Variables utilisées pour relire les lignes du devis et les
      * recopier en lignes de livraison.
       01 WS-IDF-PIE            PIC 9(10).
       01 WS-QTE-PIE            PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FET==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIG==.
