      *                             ENTÊTE                             *
      *                                                                *
      * Programme de recyclage des lignes de commandes web rejetées    *
      * pour référence inconnue ou prix sous le plancher : relit le    *
      * fichier commandes_web_recyclage.dat (alimenté par "impcmdweb", *
      * même format que commandes_web.dat) et rejoue chaque ligne avec *
      * la résolution complète - identifiant de pièce, puis            *
      * correspondance de référence client ("lirrefcli", posée entre   *
      * temps via "ajurefcli"). Les lignes résolues créent leur        *
      * livraison sortante comme à l'import ("ajuliv"/"ajulivpi") ;    *
      * une ligne rejetée sous le prix plancher ("verprimin") passe    *
      * dès qu'une dérogation est accordée pour le client et la pièce  *
      * ("ecrmrgcat", canal WEB) ; les lignes toujours inconnues ou    *
      * sous le plancher repartent dans                                *
      * commandes_web_recyclage_reste.dat, à renommer en               *
      * commandes_web_recyclage.dat pour le passage suivant (le        *
      * fichier d'origine est consommé). Plus besoin de demander au    *
       77 WS-ENT-DST             PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LGN==.
      * Quantité de la ligne en unité de vente ("ajulivpi") ; le
      * fichier de commandes web la porte en pièces entières.
       01 WS-QTE-LGN             PIC 9(07)V9(03).

      * Resolution d'une reference interne client (ref_client_piece).
       01 WS-REF-CLI             PIC X(20).
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-QTE-PIE TO WS-QTE-LGN.

           CALL "ajulivpi"
               USING
               WS-IDF-LIV-CRS
               PG-IDF-PIE
               WS-QTE-LGN
               WS-LGN-AJU-RET
           END-CALL.

