      * mouvement, la quantité avant, le solde résultant (qte_apres)   *
      * et l'utilisateur à l'origine du mouvement. Version imprimable  *
      * de l'écran "ecrkdxpie", pour joindre au dossier d'une          *
      * investigation d'écart de stock. Même structure de document que *
      * "edtcmppri". Demandé depuis "ecrkdxpie", le kardex passe par   *
      * la file d'édition ("ajuedt", "trtedt"), qui reprend le nom du  *
      * fichier produit (G-EDT-FIC).                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; KDX=KARDEX; PIE=PIECE; MVT=MOUVEMENT; IDF=ID;      *
           05 FILLER             PIC X(02) VALUE "  ".
           05 WS-LGN-UTI         PIC Z(09)9.

       COPY utiglb.

       LINKAGE SECTION.
      * Argument d'entrée.
       01 LK-IDF-PIE             PIC 9(10).

           OPEN OUTPUT FIC-KDX.

      * Nom du fichier produit, repris par la file d'édition.
           MOVE WS-NOM-FIC TO G-EDT-FIC.

       0200-OUV-FIC-FIN.

      *-----------------------------------------------------------------
