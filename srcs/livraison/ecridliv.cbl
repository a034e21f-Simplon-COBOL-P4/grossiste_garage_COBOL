
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

       COPY utiglb.

      * Expedition de la livraison (via "lirtrnliv") : transporteur
      * affecte et numero de suivi, affiches au detail quand ils
      * existent.
      * On commence par afficher les screens.
           DISPLAY S-FND-ECR.
           DISPLAY S-ECR-LIV-COM.
      * Livraison pré-sélectionnée par la recherche universelle
      * ("ecrrch") : affichée d'emblée, sans saisie.
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-ID
               MOVE 1 TO WS-REC
               MOVE 0 TO G-IDF-SEL
           ELSE
               ACCEPT S-ECR-LIV-COM
           END-IF.
       0100-AFF-ECR-FIN.

       0200-TRA-CMD-DEB.
