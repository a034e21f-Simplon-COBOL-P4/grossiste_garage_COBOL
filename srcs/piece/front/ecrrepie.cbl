      *                                                                *
      * Cet écran permet à l’utilisateur de rentrer soit l’ID, soit le *
      * nom d’une pièce, pour ensuite l’afficher.                      *
      * Le stock de la pièce est affiché ventilé par dépôt (5 premiers *
      * dépôts, via "lirdeppie").                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RE=RECHERCHE; PIE=PIECE; IDT=identifiant; SEU=seuil *
      * AFF=affichage; TRA=traitement; COM=commande; FOR=fournisseur;  *
      * POU=poubelle; DEP=dépôt; ENT=entrepôt; QTE=quantité;           *
      * LGN=ligne; IDX=index; NBE=nombre d'entrées; PTR=pointeur       *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
      * Date limite d'utilisation, facultative (espaces = sans objet).
       01 WS-DAT-EXP              PIC X(10).

      * Stock de la piece par depot (via "lirdeppie") et ligne
      * d'affichage "D1 : 12  D2 : 3 ...".
       01 WS-TAB-DEP.
           05 WS-DEP              OCCURS 5 TIMES.
               10 WS-DEP-ENT      PIC 9(10).
               10 WS-DEP-QTE      PIC 9(10).
       77 WS-NBE-DEP              PIC 9(02).
       77 WS-IDX-DEP              PIC 9(02).
       01 WS-LGN-DEP              PIC X(58).
       01 WS-PTR-DEP              PIC 9(03).
       01 WS-DEP-ENT-EDT          PIC Z(09)9.
       01 WS-DEP-QTE-EDT          PIC Z(09)9.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.

       01 WS-IDT-OU-NOM           PIC X(50).
       01 WS-CHX                  PIC X(01).
           88 WS-CHX-VID                  VALUE " ".
           05 LINE 21 COLUMN 58 VALUE "Expire".
           05 LINE 21 COLUMN 65 VALUE "[".
           05 LINE 21 COLUMN 76 VALUE "]".
           05 LINE 16 COLUMN 20 VALUE "Stock par depot :".
           05 LINE 17 COLUMN 20 VALUE "[".
           05 LINE 17 COLUMN 79 VALUE "]".

           05 LINE 11 COLUMN 04 FROM WS-IDT.
           05 LINE 14 COLUMN 04 FROM WS-NOM.
           05 LINE 21 COLUMN 23 FROM WS-PRI.
           05 LINE 21 COLUMN 49 FROM WS-TVA.
           05 LINE 21 COLUMN 66 FROM WS-DAT-EXP.
           05 LINE 17 COLUMN 21 FROM WS-LGN-DEP.
           
       01 S-MSG-ERR.
           05 LINE 23 COLUMN 03 FROM WS-MSG-ERR.
       0200-TRA-COM-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-CHX-VID TO TRUE.

      * Pièce pré-sélectionnée par la recherche universelle ("ecrrch")
      * : affichée d'emblée, comme si son ID avait été saisi.
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-IDT-OU-NOM
               MOVE 0 TO G-IDF-SEL
               PERFORM 0300-APL-PRG-DEB
                  THRU 0300-APL-PRG-FIN
           END-IF.
           PERFORM UNTIL WS-ETT-BCL-FIN

               PERFORM 0100-AFF-ECR-DEB
                   WS-LIR-RET
               END-CALL

               PERFORM 0400-STK-DEP-DEB
                  THRU 0400-STK-DEP-FIN

               PERFORM 0900-SUC-LIR-DEB
                  THRU 0900-SUC-LIR-FIN
               SET WS-MNU-2-VIS TO TRUE

       0300-APL-PRG-FIN.

      * Construit la ligne du stock par depot de la piece lue.
       0400-STK-DEP-DEB.
           MOVE SPACES TO WS-LGN-DEP.
           MOVE 5 TO WS-NBE-DEP.

           CALL "lirdeppie"
               USING
               WS-IDT
               WS-TAB-DEP
               WS-NBE-DEP
               WS-DEP-LIR-RET
           END-CALL.

           IF NOT WS-DEP-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-PTR-DEP.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NBE-DEP
               MOVE WS-DEP-ENT(WS-IDX-DEP) TO WS-DEP-ENT-EDT
               MOVE WS-DEP-QTE(WS-IDX-DEP) TO WS-DEP-QTE-EDT
               STRING "D" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEP-ENT-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEP-QTE-EDT) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO WS-LGN-DEP
                      WITH POINTER WS-PTR-DEP
               END-STRING
           END-PERFORM.
       0400-STK-DEP-FIN.

       0500-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
