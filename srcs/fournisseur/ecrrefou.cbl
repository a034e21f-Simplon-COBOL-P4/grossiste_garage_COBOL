       01 WS-LIR-RET        PIC 9(04).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       COPY utiglb.

     
       01 WS-FIN-BCL       PIC X(01).
           88 WS-FIN-BCL-OUI VALUE "O".
       0100-BCL-PCP-DEB.
           DISPLAY S-FND-ECR.
           DISPLAY S-ECR-TIR.   

      * Fournisseur pré-sélectionné par la recherche universelle
      * ("ecrrch") : affiché d'emblée, comme si son ID avait été saisi.
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-SAI-FOU
               MOVE 0 TO G-IDF-SEL
               PERFORM 0310-RE-FOU-DEB
                  THRU 0310-RE-FOU-FIN
           END-IF.
           
           SET WS-FIN-BCL-NON TO TRUE.
           PERFORM UNTIL WS-FIN-BCL-OUI
