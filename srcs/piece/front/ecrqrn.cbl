      * "majqrn", avec un motif obligatoire conservé au journal. Même  *
      * ossature que "ecrgendoc".                                      *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; QRN=QUARANTAINE; PIE=PIECE; QTE=QUANTITE;           *
      * SNS=SENS; MTF=MOTIF; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET       *
       WORKING-STORAGE SECTION.

       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE                  PIC 9(07)V9(03).
       01 WS-MTF                  PIC X(50).
       01 WS-SNS                  PIC 9(01).

           05 LINE 09 COLUMN 26 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Quantite : ".
           05 LINE 10 COLUMN 15 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 16 PIC Z(06)9.999 TO WS-QTE.
           05 LINE 10 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Motif    : ".
           05 LINE 11 COLUMN 15 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 16 PIC X(50) TO   WS-MTF.
