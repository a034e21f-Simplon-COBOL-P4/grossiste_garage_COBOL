      *                             ENTÊTE                             *
      *                                                                *
      * Ecran de vente comptoir : tout se fait sur un seul écran       *
      * pendant que le garagiste attend. Les pièces sont saisies ligne *
      * à ligne (identifiant + quantité), chaque ligne est contrôlée   *
      * sur le disponible à la vente ("lirdsppie", stock moins         *
      * réservations) et valorisée en direct au prix net du client     *
      * ("calprixpie" : prix catalogue, remise de la grille tarifaire, *
      * TVA), le total TTC courant restant affiché. La confirmation    *
      * (V) déroule en une fois ce que trois écrans faisaient :        *
      * création de la livraison sortante ("ajuliv"), lignes           *
      * ("ajulivpi"), quantités servies ("majlivpi"), préparation      *
      * ("majprepliv"), clôture par "majliv" (stock, encours client,   *
      * lots, réservations) et ticket dans le style du bon de          *
      * livraison ("edtblvcli"), inscrit au registre des documents     *
      * ("ajudoc"), puis accusé de réception de la commande adressé    *
      * par mail au client ("edtarccli"). Le disponible contrôlé est   *
      * celui du dépôt du comptoir (WS-IDF-ENT, dépôt de la livraison  *
      * créée).                                                        *
      *                                                                *
      * Le cycle de vie de la pièce ("lircyc") est contrôlé à la       *
      * saisie : une fin de série est signalée à l'ajout de la ligne   *
      * (stock à écouler, plus de réassort) ; une pièce arrêtée par le *
      * fabricant se vend jusqu'à épuisement, puis la rupture renvoie  *
      * vers sa référence de remplacement au lieu d'une date promise.  *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales (2,5 litres d'huile à la tireuse) ; une        *
      * quantité fractionnaire sur une pièce vendue à l'unité est      *
      * refusée à l'enregistrement ("ajulivpi"). Chaque pièce ajoutée  *
      * au ticket déclenche la suggestion des pièces le plus souvent   *
      * vendues avec elle ("lirasspie", analyse "genasspie") : les     *
      * trois premières en stock au dépôt du comptoir et pas déjà au   *
      * ticket s'affichent en bas d'écran. Une ligne dont le prix net  *
      * passe sous le prix plancher (coût moyen pondéré majoré de la   *
      * marge minimale de la catégorie, "verprimin") n'entre au ticket *
      * qu'avec la dérogation d'un utilisateur habilité ("ecrdrgpri"), *
      * consommée par la livraison à la validation. Vente en fourgon : *
      * une tournée saisie fait sortir le ticket du dépôt embarqué de  *
      * son fourgon ("lirenttou", chargé par "majstktou") et rattache  *
      * la sortante du client visité à la tournée ("majlivtou"), pour  *
      * le rapprochement chargé / vendu / retourné ("edtrectou").      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; VCP=VENTE COMPTOIR; CLI=CLIENT; PIE=PIECE;          *
      * TAXES COMPRISES; TOT=TOTAL; PRI=PRIX; NET=NET; REM=REMISE;     *
      * CAT=CATALOGUE; LIV=LIVRAISON; VLD=VALIDER; CHX=CHOIX;          *
      * BCL=BOUCLE; AFF=AFFICHAGE; IDX=INDEX; NBR=NOMBRE; ERR=ERREUR;  *
      * CND=CONDITION; TCK=TICKET; DAT=DATE; VER=VERSION. ARC=ACCUSE   *
      * DE RECEPTION; CYC=CYCLE DE VIE; STA=STATUT; VIG=EN VIGUEUR;    *
      * FDS=FIN DE SERIE; ARR=ARRETEE; RMP=REMPLACANTE;                *
      * SUG=SUGGESTION; ASS=ASSOCIATION; PTR=POINTEUR; NOU=NOUVELLE;   *
      * PRX=PRIX; DRG=DEROGATION; CNL=CANAL; TOU=TOURNEE; ENT=ENTREPOT *
      * (DEPOT); CPT=COMPTOIR; RSL=RESOLUTION; LTO=LIVRAISON DE        *
      * TOURNEE.                                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.

       77 WS-IDF-CLI            PIC 9(10).
       77 WS-IDF-PIE            PIC 9(10).
       77 WS-QTE-SAI            PIC 9(07)V9(03).
      * Reference constructeur saisie a la place de l'identifiant :
      * resolue en piece par "liroem" (table ref_oem).
       77 WS-REF-OEM            PIC X(20).
           05 WS-LGN            OCCURS 15 TIMES.
               10 WS-LGN-PIE    PIC 9(10).
               10 WS-LGN-NOM    PIC X(30).
               10 WS-LGN-QTE    PIC 9(07)V9(03).
               10 WS-LGN-NET    PIC 9(08)V99.
               10 WS-LGN-TVA    PIC 9(02)V99.
               10 WS-LGN-TTC    PIC 9(10)V99.

      * Valorisation de la ligne en cours (via "calprixpie").
       01 WS-NOM-PIE            PIC X(50).
       01 WS-QTE-DSP            PIC 9(07)V9(03).
       01 WS-PRI-CAT            PIC 9(08)V99.
       01 WS-PCT-REM            PIC 9(02)V99.
       01 WS-PRI-NET            PIC 9(08)V99.
       77 WS-STA-LIV            PIC 9(01) VALUE 0.
       77 WS-TYP-LIV            PIC 9(01) VALUE 1.
       77 WS-IDF-ENT            PIC 9(10) VALUE 1.
      * Vente en fourgon : la tournee saisie fait sortir le ticket
      * du depot embarque de son fourgon ("lirenttou") au lieu du
      * depot du comptoir, et la sortante est rattachee a la tournee
      * ("majlivtou"). Le depot est fixe a la premiere ligne du
      * ticket (WS-IDF-TOU-TCK).
       77 WS-ENT-CPT            PIC 9(10) VALUE 1.
       77 WS-IDF-TOU            PIC 9(10) VALUE 0.
       77 WS-IDF-TOU-TCK        PIC 9(10) VALUE 0.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TOU==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LTO==.
       77 WS-ENT-DST            PIC 9(10) VALUE 0.
       77 WS-IDF-LIV            PIC 9(10).

      * Derniere demande refusee faute de stock, memorisee pour la
      * capture en une touche (P) de la vente perdue ("ajuvp").
       01 WS-PIE-RFS            PIC 9(10) VALUE 0.
       01 WS-QTE-RFS            PIC 9(07)V9(03) VALUE 0.

      * Disponibilite fournisseur J+1 de la piece en rupture
      * ("lirdspfou", flux importe par "impdspfou").
       01 WS-SRC-PRM            PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRM==.
       01 WS-MTF-VP             PIC X(10) VALUE "RUPTURE".

      * Cycle de vie en vigueur de la piece saisie ("lircyc") : une
      * fin de serie est signalee (stock a ecouler), une piece
      * arretee en rupture renvoie vers sa remplacante.
       01 WS-STA-CYC            PIC 9(01).
       01 WS-STA-VIG            PIC 9(01).
           88 WS-STA-VIG-FDS              VALUE 1.
           88 WS-STA-VIG-ARR              VALUE 2.
       01 WS-DAT-CYC            PIC X(10).
       01 WS-IDF-RMP            PIC 9(10).
       01 WS-NOM-RMP            PIC X(50).
       01 WS-NOM-RMP-EDT        PIC X(30).
       01 WS-IDF-RMP-EDT        PIC Z(09)9.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CYC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-VP==.

      * Pieces souvent vendues avec la piece qui vient d'etre ajoutee
      * ("lirasspie", table association_pie de "genasspie") : les
      * trois premieres en stock au depot du comptoir et pas deja au
      * ticket sont proposees en bas d'ecran.
       COPY asspie REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ASS==.
       01 WS-MSG-SUG            PIC X(76) VALUE SPACES.
       77 WS-SUG-IDX            PIC 9(02).
       77 WS-SUG-NBR            PIC 9(02).
       77 WS-SUG-PTR            PIC 9(03).
       01 WS-SUG-IDF-EDT        PIC Z(09)9.
       01 WS-SUG-NOM-EDT        PIC X(14).
       01 WS-SUG-PCT-EDT        PIC ZZ9.
       01 WS-ETT-SUG            PIC 9(01).
           88 WS-ETT-SUG-NOU              VALUE 0.
           88 WS-ETT-SUG-TCK              VALUE 1.

       01 WS-ETT-BCL            PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.
       01 WS-ERR-VTE            PIC X(76) VALUE
           "Echec de la vente : voir les messages precedents".

       01 WS-ERR-TOU            PIC X(76) VALUE
           "Tournee inconnue, terminee ou fourgon non charge".

       01 WS-ERR-TOU-TCK        PIC X(76) VALUE
           "Tournee changee : valider d'abord le ticket en cours".

       01 WS-ERR-PRX            PIC X(76) VALUE
           "Prix net sous le prix plancher : ligne refusee".

      * Ligne sous le prix plancher (cout moyen pondere + marge
      * minimale) : derogation demandee via "ecrdrgpri", canal VCP.
       01 WS-IDF-DRG            PIC 9(10).
       01 WS-CNL-DRG            PIC X(03) VALUE "VCP".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DRG==.

       01 WS-ERR-PAI            PIC X(76) VALUE
           "Ventilation de paiement differente du total TTC".

       01 WS-SUC-LGN            PIC X(76) VALUE
           "Ligne ajoutee au ticket".

       01 WS-SUC-LGN-FDS        PIC X(76) VALUE
           "Ligne ajoutee - FIN DE SERIE : stock a ecouler".

       01 WS-ERR-ARR            PIC X(76) VALUE
           "Piece arretee par le fabricant, sans remplacante".

       01 WS-SUC-VTE            PIC X(76) VALUE
           "Vente enregistree, ticket edite".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS-OEM==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-TCK==.
      * Accuse de reception de la commande envoye au client par mail
      * ("edtarccli").
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ARC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-PCE==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.
           05 FILLER            PIC X(01) VALUE ALL "|".
           05 WS-AFF-NOM        PIC X(30).
           05 FILLER            PIC X(01) VALUE ALL "|".
           05 WS-AFF-QTE        PIC Z(05)9.999.
           05 FILLER            PIC X(01) VALUE ALL "|".
           05 WS-AFF-NET        PIC Z(07)9.99.
           05 FILLER            PIC X(01) VALUE ALL "|".
           05 LINE 07 COL 14 PIC Z(10) USING WS-IDF-PIE AUTO.
           05 LINE 07 COL 24 VALUE "]".
           05 LINE 07 COL 28 VALUE "Quantite : [".
           05 LINE 07 COL 40 PIC Z(06)9.999 USING WS-QTE-SAI AUTO.
           05 LINE 07 COL 51 VALUE "]".
           05 LINE 07 COL 54 VALUE "Tournee [".
           05 LINE 07 COL 63 PIC Z(10) USING WS-IDF-TOU AUTO.
           05 LINE 07 COL 73 VALUE "]".
           05 LINE 05 COL 28 VALUE "Esp [".
           05 LINE 05 COL 33 PIC Z(05)9.99 USING WS-MNT-ESP AUTO.
           05 LINE 05 COL 42 VALUE "] CB [".
               10 COL 62 VALUE "Retour [".
               10 COL 70 PIC X(01) USING WS-CHX.
               10 COL 71 VALUE "]".
           05 LINE 24 COL 03 PIC X(76) FROM WS-MSG-SUG.

       01 S-MSG-ERR.
           05 LINE 08 COLUMN 03 FROM WS-MSG-ERR.
               EXIT PARAGRAPH
           END-IF.

      * Depot du ticket fixe a sa premiere ligne : celui du comptoir,
      * ou le depot embarque du fourgon de la tournee saisie.
           IF WS-NBR-LGN > 0 AND WS-IDF-TOU NOT = WS-IDF-TOU-TCK
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-TOU-TCK TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-NBR-LGN = 0
               PERFORM 0150-RSL-ENT-DEB
                  THRU 0150-RSL-ENT-FIN
               IF WS-IDF-ENT = 0
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-TOU TO WS-MSG-ERR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-NBR-LGN >= 15
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-PLN TO WS-MSG-ERR
           CALL "lirdsppie"
               USING
               WS-IDF-PIE
               WS-IDF-ENT
               WS-NOM-PIE
               WS-QTE-DSP
               WS-DSP-LIR-RET
               EXIT PARAGRAPH
           END-IF.

      * Cycle de vie de la piece : fin de serie signalee a l'ajout,
      * piece arretee renvoyee vers sa remplacante en rupture.
           CALL "lircyc"
               USING
               WS-IDF-PIE
               WS-STA-CYC
               WS-STA-VIG
               WS-DAT-CYC
               WS-IDF-RMP
               WS-NOM-RMP
               WS-CYC-LIR-RET
           END-CALL.

           IF NOT WS-CYC-LIR-RET-OK
               MOVE 0 TO WS-STA-VIG
           END-IF.

      * Les quantités déjà au ticket pour la même pièce comptent
      * contre le disponible.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-QTE TO WS-MSG-ERR

      * Piece arretee : elle ne reviendra pas, pas de date promise ;
      * on propose la remplacante.
               IF WS-STA-VIG-ARR
                   PERFORM 0220-AFF-RMP-DEB
                      THRU 0220-AFF-RMP-FIN
                   EXIT PARAGRAPH
               END-IF

      * Rupture : la date promise (ATP) calculee par "lirdatprm"
      * prime dans le message ; a defaut la dispo fournisseur J+1.
               CALL "lirdatprm"
               EXIT PARAGRAPH
           END-IF.

      * Prix plancher : une ligne dont le prix net passe sous le cout
      * moyen pondere majore de la marge minimale n'entre au ticket
      * qu'avec la derogation d'un utilisateur habilite, qui sera
      * consommee par la livraison a la validation ("ajulivpi").
           CALL "ecrdrgpri"
               USING
               WS-IDF-CLI
               WS-IDF-PIE
               WS-CNL-DRG
               WS-IDF-DRG
               WS-DRG-AJU-RET
           END-CALL.

           IF NOT WS-DRG-AJU-RET-OK
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-PRX TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

      * L'eco-participation de la piece entre dans le du de la
      * ligne : "ajufac" l'ajoutera a la facture, le comptoir doit
      * donc l'encaisser aussi.

           ADD WS-MNT-TTC TO WS-TOT-TTC.

           PERFORM 0230-AFF-SUG-DEB
              THRU 0230-AFF-SUG-FIN.

           MOVE 0 TO WS-IDF-PIE.
           MOVE 0 TO WS-QTE-SAI.

           SET WS-CTX-AFF-ERR TO TRUE.
           MOVE WS-SUC-LGN TO WS-MSG-ERR.

           IF WS-STA-VIG-FDS
               MOVE WS-SUC-LGN-FDS TO WS-MSG-ERR
           END-IF.
       0200-AJU-LGN-FIN.

      *-----------------------------------------------------------------
      * Rupture sur une piece arretee : message renvoyant vers la
      * reference de remplacement, a saisir a la place.
       0220-AFF-RMP-DEB.
           IF WS-IDF-RMP = 0
               MOVE WS-ERR-ARR TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-RMP TO WS-IDF-RMP-EDT.
           MOVE WS-NOM-RMP TO WS-NOM-RMP-EDT.
           MOVE SPACES TO WS-MSG-ERR.

           STRING "Piece arretee - remplacee par "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RMP-EDT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-RMP-EDT DELIMITED BY SIZE
                  INTO WS-MSG-ERR
           END-STRING.
       0220-AFF-RMP-FIN.

      *-----------------------------------------------------------------
      * Propose, pour la piece qui vient d'etre ajoutee, les pieces
      * le plus souvent vendues avec elle ("lirasspie") : trois au
      * plus, en stock au depot du comptoir, en ecartant celles deja
      * au ticket. Rien a proposer : la ligne de suggestion s'efface.
       0230-AFF-SUG-DEB.
           MOVE SPACES TO WS-MSG-SUG.

           CALL "lirasspie"
               USING
               WS-IDF-PIE
               WS-IDF-ENT
               WS-TAB-ASS
               WS-ASS-NBE
               WS-ASS-LIR-RET
           END-CALL.

           IF NOT WS-ASS-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SUG-PTR.
           MOVE 0 TO WS-SUG-NBR.

           STRING "Souvent avec :" DELIMITED BY SIZE
                  INTO WS-MSG-SUG
                  WITH POINTER WS-SUG-PTR
           END-STRING.

           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                   UNTIL WS-SUG-IDX > WS-ASS-NBE OR WS-SUG-NBR >= 3

               SET WS-ETT-SUG-NOU TO TRUE

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NBR-LGN
                   IF WS-LGN-PIE(WS-IDX) = WS-ASS-IDF(WS-SUG-IDX)
                       SET WS-ETT-SUG-TCK TO TRUE
                   END-IF
               END-PERFORM

               IF WS-ETT-SUG-NOU
                   ADD 1 TO WS-SUG-NBR
                   MOVE WS-ASS-IDF(WS-SUG-IDX) TO WS-SUG-IDF-EDT
                   MOVE WS-ASS-NOM(WS-SUG-IDX) TO WS-SUG-NOM-EDT
                   MOVE WS-ASS-PCT(WS-SUG-IDX) TO WS-SUG-PCT-EDT
                   STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-IDF-EDT)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-NOM-EDT)
                          DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-PCT-EDT)
                          DELIMITED BY SIZE
                          "%)" DELIMITED BY SIZE
                          INTO WS-MSG-SUG
                          WITH POINTER WS-SUG-PTR
                   END-STRING
               END-IF
           END-PERFORM.

           IF WS-SUG-NBR = 0
               MOVE SPACES TO WS-MSG-SUG
           END-IF.
       0230-AFF-SUG-FIN.

      *-----------------------------------------------------------------
      * Depot du ticket : depot du comptoir, ou depot embarque du
      * fourgon de la tournee en cours (0 si la tournee est inconnue,
      * terminee ou son fourgon pas encore charge).
       0150-RSL-ENT-DEB.
           MOVE WS-IDF-TOU TO WS-IDF-TOU-TCK.

           IF WS-IDF-TOU = 0
               MOVE WS-ENT-CPT TO WS-IDF-ENT
               EXIT PARAGRAPH
           END-IF.

           CALL "lirenttou"
               USING
               WS-IDF-TOU
               WS-IDF-ENT
               WS-TOU-LIR-RET
           END-CALL.

           IF NOT WS-TOU-LIR-RET-OK
               MOVE 0 TO WS-IDF-ENT
           END-IF.
       0150-RSL-ENT-FIN.

      *-----------------------------------------------------------------
      * Note la derniere demande refusee faute de stock en vente
      * perdue (motif RUPTURE), en une touche.
               EXIT PARAGRAPH
           END-IF.

           IF WS-IDF-TOU NOT = WS-IDF-TOU-TCK
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-TOU-TCK TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-DAT-BRU FROM DATE YYYYMMDD.
           MOVE WS-BRU-ANN TO WS-DAT-ANN.
           MOVE "-"        TO WS-DAT-JOU(5:1).
               EXIT PARAGRAPH
           END-IF.

      * Vente en fourgon : la sortante est comptee comme vendue sur
      * la tournee par le rapprochement ("edtrectou").
           IF WS-IDF-TOU-TCK > 0
               CALL "majlivtou"
                   USING
                   WS-IDF-LIV
                   WS-IDF-TOU-TCK
                   WS-LTO-MAJ-RET
               END-CALL

               IF NOT WS-LTO-MAJ-RET-OK
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VTE TO WS-MSG-ERR
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      * Lignes de la livraison, quantités servies = quantités
      * vendues (le comptoir sert ce qu'il vend).
           SET WS-ETT-LGN-OK TO TRUE.
               END-CALL
           END-IF.

      * Accuse de reception de la commande, adresse par mail au
      * client comme pour les commandes saisies ou importees : la
      * vente etant soldee, toutes les lignes y sont servies.
           MOVE 0 TO G-DOC-DUP.

           CALL "edtarccli"
               USING
               WS-IDF-LIV
               WS-ARC-LIR-RET
           END-CALL.

      * Le ticket est soldé : l'écran repart vierge pour le client
      * suivant.
           MOVE 0 TO WS-NBR-LGN.
           MOVE 0 TO WS-MNT-ESP.
           MOVE 0 TO WS-MNT-CB.
           MOVE 0 TO WS-MNT-CHQ.
           MOVE SPACES TO WS-MSG-SUG.
           INITIALIZE WS-TAB-LGN.

           SET WS-CTX-AFF-ERR TO TRUE.
