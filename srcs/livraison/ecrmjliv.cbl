      * ainsi que le chemin des écrans, ET LA LOGIQUE.                 *
      *                                                                * 
      *----------------------------------------------------------------*
      * Les quantités commandée et reçue sont en unité de vente de la  *
      * pièce, avec trois décimales. La saisie ligne à ligne est       *
      * horodatée au nom de l'utilisateur ("debtrtliv" au début,       *
      * "majlivpi" à chaque ligne) pour le rapport de productivité du  *
      * magasin ("edtprdmag").                                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; MJ=MISE A JOUR; LIV=LIVRAISON; IDF=IDENTIFIANT;     *
      * DAT=DATE; STA=STATUT; CRS=COURS; TRM=TERMINE; TYP=TYPE;        *
      * nouveau par "majliv" pour répercuter la quantité reçue sur le
      * stock.
       01 WS-IDF-PIE-RCP          PIC 9(10).
       01 WS-QTE-CMD-RCP          PIC 9(07)V9(03).
       01 WS-QTE-RCP              PIC 9(07)V9(03).
       01 WS-ECA-PIE-RCP          PIC 9(01).

      * Lot de la ligne réceptionnée (numéro et péremption propre au
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RCP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LOT==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PRP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-TRT==.

      * Copies des codes retour pour la lecture par id et la mise à
      * jour de livraison.
           05 LINE 06 COLUMN 03 VALUE "ID piece : ".
           05 LINE 06 COLUMN 24 PIC Z(10) FROM WS-IDF-PIE-RCP.
           05 LINE 08 COLUMN 03 VALUE "Quantite commandee : ".
           05 LINE 08 COLUMN 24 PIC Z(06)9.999 FROM WS-QTE-CMD-RCP.
           05 LINE 10 COLUMN 03 VALUE "Quantite recue : ".
           05 LINE 10 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 41 PIC Z(06)9.999 USING WS-QTE-RCP.
           05 LINE 10 COLUMN 52 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Numero de lot (option) : ".
           05 LINE 12 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 41 PIC X(20) USING WS-NUM-LOT.
      * répercutera sur le stock.
       0550-SAI-RCP-DEB.

      * Début de la préparation ou de la réception horodaté au nom de
      * l'utilisateur ("debtrtliv"), pour le rapport de productivité.
           CALL "debtrtliv"
               USING
               WS-IDF-LIV
               WS-TRT-MAJ-RET
           END-CALL.

           MOVE SPACES TO WS-FET-LIR-RET.

           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
