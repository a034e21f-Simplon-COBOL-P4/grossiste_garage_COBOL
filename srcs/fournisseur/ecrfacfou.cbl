      * documents" ("ctlfacfou") : quantités reçues et prix du         *
      * catalogue piece_fournisseur. Sans écart la facture passe       *
      * "bonne à payer" ; sinon elle reste bloquée et la liste         *
      * d'écarts est éditée. La TVA facturée se saisit avec l'entête : *
      * le TTC part au solde dû au fournisseur. Même ossature que      *
      * "ecrreg".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; FAC=FACTURE; FOU=FOURNISSEUR; LIV=LIVRAISON;        *
       01 WS-DAT-FAC              PIC X(10).
       01 WS-MNT-HT               PIC 9(08)V99.
       01 WS-MNT-HT-AJU           PIC 9(10)V99.
       01 WS-MNT-TVA              PIC 9(08)V99.
       01 WS-MNT-TVA-AJU          PIC 9(10)V99.

       01 WS-IDF-FAC              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC Z(08)9.99 TO WS-MNT-HT.
           05 LINE 13 COLUMN 36 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 40 VALUE "TVA : ".
           05 LINE 13 COLUMN 46 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 47 PIC Z(08)9.99 TO WS-MNT-TVA.
           05 LINE 13 COLUMN 59 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "ID facture (2/3) : ".
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC Z(10) TO   WS-IDF-FAC.
               MOVE "Renseigner fournisseur, livraison, numero, date"
                   TO WS-MSG
           ELSE
               MOVE WS-MNT-HT  TO WS-MNT-HT-AJU
               MOVE WS-MNT-TVA TO WS-MNT-TVA-AJU

               CALL "ajufacfou"
                   USING
                   WS-NUM-FAC
                   WS-DAT-FAC
                   WS-MNT-HT-AJU
                   WS-MNT-TVA-AJU
                   G-UTI-ID
                   WS-IDF-FAC
                   WS-FAC-AJU-RET
