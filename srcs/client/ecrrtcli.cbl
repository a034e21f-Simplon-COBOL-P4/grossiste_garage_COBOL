      * Ecran des retours clients : saisie d'un retour en référence à  *
      * la livraison sortante d'origine (livraison, pièce, quantité,   *
      * et circuit de restockage : remise en stock vendable ou         *
      * quarantaine pour inspection, et si le retour vient d'une       *
      * erreur de préparation). L'enregistrement ("ajuretcli")         *
      * contrôle la ligne d'origine, émet l'avoir sur sa propre        *
      * séquence légale, crédite le solde du client et restocke ;      *
      * l'avoir est ensuite édité ("edtavrcli") et inscrit au registre *
      * des documents ("ajudoc"). Le retour apparaît dans l'historique *
      * d'achats du client à côté de la vente d'origine.               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RTC=RETOUR CLIENT; LIV=LIVRAISON; ORG=ORIGINE;      *
      * PIE=PIECE; QTE=QUANTITE; QRN=QUARANTAINE; AVR=AVOIR;           *
      * NUM=NUMERO; CHX=CHOIX; BCL=BOUCLE; CND=CONDITION; ERR=ERREUR;  *
      * PRP=PREPARATION; SAI=SAISIE.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       77 WS-IDF-PIE            PIC 9(10).
       77 WS-QTE-SAI            PIC 9(10).
       77 WS-QRN-SAI            PIC 9(01).
       77 WS-ERR-PRP-SAI        PIC 9(01).

       77 WS-NUM-AVR            PIC 9(08).
       77 WS-NUM-AVR-EDT        PIC Z(08).
               "Quarantaine (0=non, 1=inspection) : [".
           05 LINE 14 COL 40 PIC 9(01) USING WS-QRN-SAI AUTO.
           05 LINE 14 COL 41 VALUE "]".
           05 LINE 16 COL 03 VALUE
               "Erreur de preparation (0=non, 1=oui) : [".
           05 LINE 16 COL 43 PIC 9(01) USING WS-ERR-PRP-SAI AUTO.
           05 LINE 16 COL 44 VALUE "]".
           05 LINE 22.
               10 COL 03 VALUE "vide=enregistrer le retour".
               10 COL 62 VALUE "Retour [".
               WS-IDF-PIE
               WS-QTE-SAI
               WS-QRN-SAI
               WS-ERR-PRP-SAI
               G-UTI-ID
               WS-NUM-AVR
               WS-AJU-RET
           MOVE 0 TO WS-IDF-PIE.
           MOVE 0 TO WS-QTE-SAI.
           MOVE 0 TO WS-QRN-SAI.
           MOVE 0 TO WS-ERR-PRP-SAI.
       0200-TRT-RET-FIN.

      *-----------------------------------------------------------------
