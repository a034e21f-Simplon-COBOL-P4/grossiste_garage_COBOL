      *                             ENTÊTE                             *
      * Cet écran permet de choisir l’action à effectuer vis-à-vis des *
      * livraisons.                                                  *
      * Il n'affiche que les options dont la fonction (catalogue       *
      * "fctapp") est accordée au rôle connecté dans la matrice des    *
      * droits ("verfct"), et pose la fonction choisie dans G-FCT-ACT  *
      * le temps de l'écran appelé, pour le contrôle de "verrol".      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ACC=Accept                                                     *
      * FOU=Fournisseur                                                *
      * GS =Gestion                                                    *
      * UTL=Utilisateur                                                *
      * OPT=Option; FCT=Fonction; AUT=Autorisee; LIG=Ligne;            *
      * COL=Colonne; LIB=Libelle; NIV=Niveau; CNS=Consultation;        *
      * IDX=Index; APL=Appel                                           *
      *                                                                *
      ******************************************************************
       
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

      * Options du menu, par numéro : position, fonction du catalogue
      * "fctapp" et libellé. Une option n'est affichée que si le rôle
      * a au moins le droit de consultation sur sa fonction.
      * Le libellé est affiché sans ses blancs de fin, pour ne pas
      * effacer l'option voisine de la même ligne.
       01 WS-TAB-OPT-VAL.
           05 FILLER             PIC X(40) VALUE
               "1130LIVAJU1 - Ajouter une livraison".
           05 FILLER             PIC X(40) VALUE
               "1230LIVCHR2 - Afficher une livraison".
           05 FILLER             PIC X(40) VALUE
               "1330LIVMAJ3 - Modifier une livraison".
           05 FILLER             PIC X(40) VALUE
               "1430LIVSUP4 - Supprimer une livraison".
           05 FILLER             PIC X(40) VALUE
               "1630LIVRTD5 - Livraisons en retard".
           05 FILLER             PIC X(40) VALUE
               "1730LIVPRP6 - Preparation (picking)".
           05 FILLER             PIC X(40) VALUE
               "1830LIVTRN7 - Transporteurs et suivi".
           05 FILLER             PIC X(40) VALUE
               "1158LIVTOU8 - Tournees".
           05 FILLER             PIC X(40) VALUE
               "1258LIVVCP9 - Vente comptoir".
           05 FILLER             PIC X(40) VALUE
               "1358LIVSER10 - Numeros de serie".
           05 FILLER             PIC X(40) VALUE
               "1458LIVEMB11 - Emballages consignes".
           05 FILLER             PIC X(40) VALUE
               "1558LIVLIT12 - POD et litiges".
           05 FILLER             PIC X(40) VALUE
               "1658LIVSCN13 - Scan code-barres".
           05 FILLER             PIC X(40) VALUE
               "1758LIVCAI14 - Caisse comptoir".
           05 FILLER             PIC X(40) VALUE
               "1858LIVCMP15 - Commandes permanentes".
           05 FILLER             PIC X(40) VALUE
               "1958LIVVPR16 - Ventes perdues".
           05 FILLER             PIC X(40) VALUE
               "2058LIVRTR17 - Retraits sur place".
           05 FILLER             PIC X(40) VALUE
               "2158LIVPRT18 - Poids et port".
           05 FILLER             PIC X(40) VALUE
               "1930LIVDEC19 - Dechets (BSD)".
           05 FILLER             PIC X(40) VALUE
               "2030LIVFLT20 - Carnet de flotte".
           05 FILLER             PIC X(40) VALUE
               "1530LIVCSP21 - Commandes speciales".
           05 FILLER             PIC X(40) VALUE
               "1058LIVDIR22 - Livraisons directes".
       01 WS-TAB-OPT REDEFINES WS-TAB-OPT-VAL.
           05 WS-OPT             OCCURS 22 TIMES.
               10 WS-OPT-LIG     PIC 9(02).
               10 WS-OPT-COL     PIC 9(02).
               10 WS-OPT-FCT     PIC X(06).
               10 WS-OPT-LIB     PIC X(30).
       01 WS-TAB-AUT.
           05 WS-OPT-AUT         PIC 9(01) OCCURS 22 TIMES.
               88 WS-OPT-AUT-OUI              VALUE 1.
       77 WS-NBR-OPT             PIC 9(02) VALUE 22.
       77 WS-IDX                PIC 9(02).
       01 WS-NIV-CNS            PIC 9(01) VALUE 0.
       01 WS-FCT-RET            PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       COPY ctxerr.

       COPY utiglb.
           COPY ecrutlin.

           05 LINE 09 COL 30 VALUE 'Gestion des livraisons'.
           05 LINE 21 COL 30 VALUE '0 - Retour au menu'.
           05 LINE 22 COL 30 VALUE 'Entrez votre choix : [  ]'.

       01  S-ECR-CHX.
           05 LINE 22 COL 52 PIC 9(02) USING WS-CHX AUTO.

       0100-AFC-ECR-DEB.
           DISPLAY S-FND-ECR.
           DISPLAY S-ECR-CMN.

           PERFORM 0350-AFF-OPT-DEB
              THRU 0350-AFF-OPT-FIN.

           PERFORM 0300-AFF-ERR-CND-DEB
              THRU 0300-AFF-ERR-CND-FIN.
               MOVE 0 TO WS-CHX
               PERFORM 0100-AFC-ECR-DEB
                  THRU 0100-AFC-ECR-FIN
               EVALUATE TRUE
                   WHEN WS-CHX = 0
                       SET WS-ETT-BCL-FIN TO TRUE
                   WHEN WS-CHX > WS-NBR-OPT
                       PERFORM 0400-ERR-OPT-IVL-DEB
                          THRU 0400-ERR-OPT-IVL-FIN
                   WHEN NOT WS-OPT-AUT-OUI(WS-CHX)
                       PERFORM 0400-ERR-OPT-IVL-DEB
                          THRU 0400-ERR-OPT-IVL-FIN
                   WHEN OTHER
                       MOVE WS-OPT-FCT(WS-CHX) TO G-FCT-ACT
                       PERFORM 0250-APL-OPT-DEB
                          THRU 0250-APL-OPT-FIN
                       MOVE SPACES TO G-FCT-ACT
               END-EVALUATE
           END-PERFORM.

       0200-BCL-FIN.

      * Appel de l'écran de l'option choisie (droit déjà vérifié).
       0250-APL-OPT-DEB.
           EVALUATE WS-CHX
               WHEN 1
                   CALL "ecrajliv"
                   END-CALL
               WHEN 2
                   CALL "ecrchliv"
                   END-CALL
               WHEN 3
                   CALL "ecrmjliv"
                   END-CALL
               WHEN 4
                   CALL "ecrspliv"
                   END-CALL
               WHEN 5
                   CALL "ecrretliv"
                   END-CALL
               WHEN 6
                   CALL "ecrprep"
                   END-CALL
               WHEN 7
                   CALL "ecrtrn"
                   END-CALL
               WHEN 8
                   CALL "ecrtou"
                   END-CALL
      * Vente comptoir : saisie, cloture et ticket en un ecran.
               WHEN 9
                   CALL "ecrvcomp"
                   END-CALL
      * Numeros de serie : saisie a la reception et localisation
      * d'un numero pour les litiges de garantie.
               WHEN 10
                   CALL "ecrser"
                   END-CALL
      * Emballages consignes : mouvements, soldes et releve.
               WHEN 11
                   CALL "ecremb"
                   END-CALL
      * Preuves de livraison et litiges transporteur.
               WHEN 12
                   CALL "ecrlit"
                   END-CALL
      * Mode scan (douchette) : reception et picking par code EAN.
               WHEN 13
                   CALL "ecrscan"
                   END-CALL
      * Sessions de caisse du comptoir : ouverture et cloture.
               WHEN 14
                   CALL "ecrcai"
                   END-CALL
      * Commandes permanentes : gabarits recurrents des clients.
               WHEN 15
                   CALL "ecrcmdper"
                   END-CALL
      * Ventes perdues : demandes refusees notees et chiffrees.
               WHEN 16
                   CALL "ecrvp"
                   END-CALL
      * Retraits sur place (click-and-collect) du comptoir.
               WHEN 17
                   CALL "ecrretrait"
                   END-CALL
      * Poids des pieces, grilles de port et recap mensuel.
               WHEN 18
                   CALL "ecrport"
                   END-CALL
      * Collectes de dechets, transferts recycleur et registre.
               WHEN 19
                   CALL "ecrdec"
                   END-CALL
      * Carnet de flotte : fourgons, depenses, echeances, couts.
               WHEN 20
                   CALL "ecrvhi"
                   END-CALL
      * Commandes speciales : pieces hors stock commandees pour un
      * client et reservees pour lui a l'arrivee.
               WHEN 21
                   CALL "ecrcsp"
                   END-CALL
      * Livraisons directes : pieces encombrantes expediees par le
      * fournisseur directement chez le client.
               WHEN 22
                   CALL "ecrlivdir"
                   END-CALL
           END-EVALUATE.
       0250-APL-OPT-FIN.

       0300-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
           END-IF.
       0300-AFF-ERR-CND-FIN.

      * Affiche les options accordées au rôle et note lesquelles
      * peuvent être choisies.
       0350-AFF-OPT-DEB.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBR-OPT
               CALL "verfct"
                   USING
                   WS-OPT-FCT(WS-IDX)
                   WS-NIV-CNS
                   WS-FCT-RET
               END-CALL

               IF WS-FCT-RET-OK
                   MOVE 1 TO WS-OPT-AUT(WS-IDX)
                   DISPLAY FUNCTION TRIM(WS-OPT-LIB(WS-IDX)
                                         TRAILING)
                       AT LINE WS-OPT-LIG(WS-IDX)
                       COLUMN WS-OPT-COL(WS-IDX)
               ELSE
                   MOVE 0 TO WS-OPT-AUT(WS-IDX)
               END-IF
           END-PERFORM.
       0350-AFF-OPT-FIN.

       0400-ERR-OPT-IVL-DEB.
           SET WS-CTX-AFF-ERR TO TRUE.
           MOVE WS-ERR-OPT-IVL TO WS-MSG-ERR.
