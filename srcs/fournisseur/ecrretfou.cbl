      * la caisse (B, via "edtbrtfou") et clôture le retour (T, via    *
      * "majliv" qui décrémente le stock en sens retour).              *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RET=RETOUR; FOU=FOURNISSEUR; LIV=LIVRAISON;         *
      * ORG=ORIGINE; PIE=PIECE; QTE=QUANTITE; CRE=CREER; LGN=LIGNE;    *

       77 WS-IDF-SAI             PIC 9(10).
       77 WS-IDF-PIE             PIC 9(10).
       77 WS-QTE-SAI             PIC 9(07)V9(03).

       77 WS-IDF-RET             PIC 9(10).

               10 COL 37 PIC Z(10) USING WS-IDF-PIE.
               10 COL 47 VALUE "]".
               10 COL 49 VALUE "Qte [".
               10 COL 54 PIC Z(06)9.999 USING WS-QTE-SAI.
               10 COL 65 VALUE "]".
           05 LINE 23 COL 03 VALUE
               "C+reception=creer  A+retour=ligne  B+retour=bon  "
               & "T+retour=terminer  vide=liste".
