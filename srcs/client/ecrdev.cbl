      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de gestion des devis : création d'un devis pour un       *
      * * client (via "ajudev"), ajout de lignes chiffrées (via        *
      * "ajudevpi" ; une ligne sous le prix plancher ouvre la demande  *
      * de dérogation "ecrdrgpri" puis est retentée), édition du       *
      * document texte du devis (via "edtdevcli") et conversion d'un   *
      * devis accepté en livraison sortante sans ressaisie (via        *
      * "cnvdev"). Même ossature que "ecrgendoc".                      *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; DEV=DEVIS; CLI=CLIENT; PIE=PIECE; QTE=QUANTITE;     *
      * IDF=IDENTIFIANT; DAT=DATE; VAL=VALIDITE; LIV=LIVRAISON;        *
      * CHX=CHOIX; UTI=UTILISATEUR; CRG=CROCHET GAUCHE; CRD=CROCHET    *
      * DROIT; MSG=MESSAGE; BCL=BOUCLE; EVA=EVALUATION; AFF=AFFICHAGE; *
      * DRG=DEROGATION; CNL=CANAL.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-DAT-VAL              PIC X(10).
       01 WS-IDF-DEV              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).

       01 WS-DAT-JOU              PIC X(10).
       01 WS-IDF-DEV-CRE          PIC 9(10).
       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

      * Ligne refusée sous le prix plancher : client du devis rendu
      * par "ajudevpi", et dérogation demandée via "ecrdrgpri".
       01 WS-DEV-CLI              PIC 9(10).
       01 WS-IDF-DRG              PIC 9(10).
       01 WS-CNL-DRG              PIC X(03) VALUE "DEV".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DRG==.
       COPY ajuretmsg REPLACING ==:PREFIX:== BY ==WS==.

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DEV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIG==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DOC==.
           05 LINE 14 COLUMN 38 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Quantite (2)         : ".
           05 LINE 15 COLUMN 27 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 28 PIC Z(06)9.999 TO WS-QTE-PIE.
           05 LINE 15 COLUMN 39 PIC X(01) FROM WS-CRD.
           05 LINE 18 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2/3/4 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.

      * Devis pré-sélectionné par la recherche universelle ("ecrrch")
      * : son document est édité d'emblée (action 3).
           IF G-IDF-SEL > 0
               MOVE G-IDF-SEL TO WS-IDF-DEV
               MOVE 0 TO G-IDF-SEL
               PERFORM 0600-EDT-DOC-DEB
                  THRU 0600-EDT-DOC-FIN
           END-IF.

           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
                   WS-IDF-DEV
                   WS-IDF-PIE
                   WS-QTE-PIE
                   WS-DEV-CLI
                   WS-LIG-AJU-RET
               END-CALL

      * Sous le prix plancher : demande de dérogation, puis nouvel
      * essai de la ligne si elle est accordée.
               IF WS-LIG-AJU-RET-PRX
                   CALL "ecrdrgpri"
                       USING
                       WS-DEV-CLI
                       WS-IDF-PIE
                       WS-CNL-DRG
                       WS-IDF-DRG
                       WS-DRG-AJU-RET
                   END-CALL

                   IF WS-DRG-AJU-RET-OK
                       CALL "ajudevpi"
                           USING
                           WS-IDF-DEV
                           WS-IDF-PIE
                           WS-QTE-PIE
                           WS-DEV-CLI
                           WS-LIG-AJU-RET
                       END-CALL
                   END-IF
               END-IF

               IF WS-LIG-AJU-RET-OK
                   MOVE "Ligne ajoutee au devis" TO WS-MSG
               ELSE
                   IF WS-LIG-AJU-RET-PRX
                       MOVE WS-MSG-AJU-PRX TO WS-MSG
                   ELSE
                       MOVE "Ajout de la ligne impossible" TO WS-MSG
                   END-IF
               END-IF
           END-IF.

