      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran du mode scan (douchette) pour la réception et le picking *
      * : l'opérateur pose l'ID de la livraison puis scanne les        *
      * codes-barres ; chaque code est résolu en pièce par "lirean"    *
      * (notre code ean_pie, à défaut le code carton fournisseur       *
      * ean_pf) et le comptage de la ligne est incrémenté de 1 par     *
      * "inclivpi", qui refuse tout scan d'une pièce absente de la     *
      * livraison - le signal "ce carton n'est pas d'ici" qui évite    *
      * les fautes de frappe des saisies au clavier. L'écran permet    *
      * aussi de poser un code EAN sur une pièce ou sur son            *
      * référencement fournisseur ("majean"). Le premier scan horodate *
      * le début du comptage au nom du scanneur ("debtrtliv"), pour le *
      * rapport de productivité du magasin ("edtprdmag"). Même         *
      * ossature que "ecrreg".                                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; EAN=CODE-BARRES EAN; LIV=LIVRAISON; PIE=PIECE;      *
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EAN==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-INC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-POS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-TRT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               EXIT PARAGRAPH
           END-IF.

      * Début du comptage horodaté au nom du scanneur au premier scan
      * de la livraison ("debtrtliv" ne reprend pas une ligne déjà
      * commencée par lui).
           CALL "debtrtliv"
               USING
               WS-IDF-LIV
               WS-TRT-MAJ-RET
           END-CALL.

           CALL "inclivpi"
               USING
               WS-IDF-LIV
