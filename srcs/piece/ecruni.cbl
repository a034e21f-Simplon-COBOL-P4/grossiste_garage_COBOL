      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des unités d'une pièce : unité de vente (U, L, M, KG),   *
      * unité de stock/achat (fût, touret, boîte) et contenance        *
      * (unités de vente par unité de stock), posées par "majuni"      *
      * (historisées, journalisées) et relues par "liruni". Le stock,  *
      * tenu en unité de vente avec trois décimales, est affiché dans  *
      * les deux unités : 669,5 L soit 3 FUT + 45,5 L. Même ossature   *
      * que "ecrcyc".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; UNI=UNITE; PIE=PIECE; VTE=VENTE; STK=STOCK;         *
      * FCT=FACTEUR; CNV=CONVERSION; QTE=QUANTITE; NBR=NOMBRE;         *
      * RST=RESTE; LIB=LIBELLE; NOM=NOM; CHX=CHOIX; MSG=MESSAGE;       *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; POS=POSE; LIR=LIRE; EDT=EDITION;               *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecruni.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-PIE              PIC 9(10).
       01 WS-NOM-PIE              PIC X(50).
       01 WS-UNI-VTE              PIC X(03).
       01 WS-UNI-STK              PIC X(03).
       01 WS-FCT-CNV              PIC 9(05)V9(03).
       01 WS-QTE-STK              PIC 9(07)V9(03).

      * Stock exprimé en unités de stock pleines plus le reste au
      * détail (3 fûts + 45,5 L).
       01 WS-NBR-STK              PIC 9(07).
       01 WS-RST-STK              PIC 9(05)V9(03).
       01 WS-QTE-STK-EDT          PIC Z(06)9.999.
       01 WS-NBR-STK-EDT          PIC Z(06)9.
       01 WS-RST-STK-EDT          PIC Z(04)9.999.
       01 WS-LIB-STK              PIC X(60).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-UNI==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-UNI==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-UNI.
           05 LINE 03 COLUMN 03 VALUE
               "Unites de vente et de stock des pieces".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Poser les unites d'une piece".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Consulter les unites et le stock d'une piece".
           05 LINE 08 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 08 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 24 PIC Z(10) USING WS-IDF-PIE.
           05 LINE 08 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 37 PIC X(40) FROM WS-NOM-PIE.
           05 LINE 09 COLUMN 03 VALUE "Unite de vente   : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC X(03) USING WS-UNI-VTE.
           05 LINE 09 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 37 VALUE "U unite, L litre, M metre, KG".
           05 LINE 10 COLUMN 03 VALUE "Unite stock/achat: ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC X(03) USING WS-UNI-STK.
           05 LINE 10 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 37 VALUE "FUT, TOU (touret), BTE...".
           05 LINE 11 COLUMN 03 VALUE "Contenance       : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(04)9.999 USING WS-FCT-CNV.
           05 LINE 11 COLUMN 33 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 37 VALUE
               "unites de vente par unite de stock".
           05 LINE 12 COLUMN 03 VALUE "Stock            : ".
           05 LINE 12 COLUMN 23 PIC X(60) FROM WS-LIB-STK.
           05 LINE 14 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-UNI

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-POS-UNI-DEB
                      THRU 0400-POS-UNI-FIN

               WHEN '2'
                   PERFORM 0500-LIR-UNI-DEB
                      THRU 0500-LIR-UNI-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Pose des unités (historisée et journalisée par "majuni").
       0400-POS-UNI-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID piece" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-UNI-VTE) TO WS-UNI-VTE.
           MOVE FUNCTION UPPER-CASE(WS-UNI-STK) TO WS-UNI-STK.

           CALL "majuni"
               USING
               WS-IDF-PIE
               WS-UNI-VTE
               WS-UNI-STK
               WS-FCT-CNV
               G-UTI-ID
               WS-UNI-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-UNI-MAJ-RET-OK
                   PERFORM 0500-LIR-UNI-DEB
                      THRU 0500-LIR-UNI-FIN
                   MOVE "Unites posees" TO WS-MSG
               WHEN WS-UNI-MAJ-RET-FK-ERR
                   MOVE "Piece inconnue" TO WS-MSG
               WHEN WS-UNI-MAJ-RET-STK-ERR
                   MOVE "Unite de vente figee (stock ou lignes)"
                       TO WS-MSG
               WHEN WS-UNI-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Unites invalides (contenance 1 si egales)"
                       TO WS-MSG
           END-EVALUATE.

       0400-POS-UNI-FIN.

      *-----------------------------------------------------------------
      * Relit les unités et le stock, qui est affiché dans les deux
      * unités : total en unité de vente, puis unités de stock pleines
      * et reste au détail.
       0500-LIR-UNI-DEB.

           MOVE SPACES TO WS-LIB-STK.

           CALL "liruni"
               USING
               WS-IDF-PIE
               WS-NOM-PIE
               WS-UNI-VTE
               WS-UNI-STK
               WS-FCT-CNV
               WS-QTE-STK
               WS-UNI-LIR-RET
           END-CALL.

           IF NOT WS-UNI-LIR-RET-OK
               MOVE "Piece inconnue" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           DIVIDE WS-QTE-STK BY WS-FCT-CNV
               GIVING WS-NBR-STK
               REMAINDER WS-RST-STK.

           MOVE WS-QTE-STK TO WS-QTE-STK-EDT.
           MOVE WS-NBR-STK TO WS-NBR-STK-EDT.
           MOVE WS-RST-STK TO WS-RST-STK-EDT.

           IF WS-FCT-CNV = 1
               STRING FUNCTION TRIM(WS-QTE-STK-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNI-VTE DELIMITED BY SPACE
                      INTO WS-LIB-STK
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-QTE-STK-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNI-VTE DELIMITED BY SPACE
                      " soit " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-STK-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNI-STK DELIMITED BY SPACE
                      " + " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RST-STK-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-UNI-VTE DELIMITED BY SPACE
                      INTO WS-LIB-STK
               END-STRING
           END-IF.

       0500-LIR-UNI-FIN.
