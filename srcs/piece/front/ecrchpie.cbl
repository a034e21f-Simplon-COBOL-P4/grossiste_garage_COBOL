           05 LINE 14 COLUMN 30 VALUE "2 - La liste complete".
           05 LINE 15 COLUMN 30 VALUE "3 - Kardex d'une piece".
           05 LINE 16 COLUMN 30 VALUE "4 - Recherche par vehicule".
           05 LINE 17 COLUMN 30 VALUE
               "5 - Recherche par caracteristique".
           05 LINE 19 COLUMN 30 VALUE "0 - Retour au menu".
           05 LINE 22 COLUMN 30 VALUE "Entrez votre choix : [".
           05 LINE 22 COLUMN 53 VALUE "]".
                   CALL "ecrvhc"
                   END-CALL

      * Caracteristiques techniques : "une batterie 70 Ah 640 A",
      * et maintenance des attributs par categorie.
               WHEN 5
                   CALL "ecratt"
                   END-CALL

               WHEN 0
                   SET WS-ETT-BCL-FIN TO TRUE

