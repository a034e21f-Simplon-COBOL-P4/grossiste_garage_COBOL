       01 WS-FIN-BCL      PIC X(01).
           88 WS-FIN-BCL-OUI   VALUE "O".
           88 WS-FIN-BCL-NON   VALUE "N".

       COPY utiglb.
       

       SCREEN SECTION.

           SET WS-FIN-BCL-NON TO TRUE.

      * Client pré-sélectionné par la recherche universelle ("ecrrch")
      * : affiché d'emblée, comme si son ID avait été saisi.
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-IDF
               MOVE G-IDF-SEL TO WS-SAI-UTL
               MOVE 0 TO G-IDF-SEL
               DISPLAY S-FND-ECR
               PERFORM 0310-RE-CLI-DEB
                  THRU 0310-RE-CLI-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-BCL-OUI

               
