      * prix de pièce (via "liridpie"), et écrit le tout dans un       *
      * fichier texte formaté, une ligne par pièce commandée.          *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce et s'éditent  *
      * avec trois décimales.                                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; BCM=BON DE COMMANDE; FOU=FOURNISSEUR;               *
      * LIV=LIVRAISON; PIE=PIECE; IDF=IDENTIFIANT; NOM=NOM;             *

      * Infos d'une ligne livraison_piece (via "fetlivpi").
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).
       01 WS-QTE-RCP              PIC 9(07)V9(03).
       01 WS-ECA-PIE              PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PCE==.

       01 WS-PRI-PIE              PIC 9(08)V99.
       01 WS-TVA-PIE              PIC 9(02)V99.

       01 WS-QTE-EDT              PIC Z(05)9.999.
       01 WS-PRI-EDT              PIC Z(07)9.99.
       01 WS-MNT-LGN              PIC 9(10)V99.
       01 WS-MNT-LGN-EDT          PIC Z(08)9.99.
