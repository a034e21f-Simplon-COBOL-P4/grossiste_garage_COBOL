      *                             ENTÊTE                             *
      * Cet écran permet de choisir l’action à effectuer vis-à-vis des *
      * clients, se référer à la maquette pour voir ce qu’il faut      *
      * afficher. Il n'affiche que les options dont la fonction        *
      * (catalogue "fctapp") est accordée au rôle connecté dans la     *
      * matrice des droits ("verfct"), et pose la fonction choisie     *
      * dans G-FCT-ACT le temps de l'écran appelé, pour le contrôle de *
      * "verrol".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      *                                                                *
      * ECR=ECRAN; GS=GESTION; CLI=Client; ROL=role; ST=standard       *
      * AD=admin; AFF=afficher; OPT=option; FCT=fonction;              *
      * AUT=autorisee; LIG=ligne; COL=colonne; LIB=libelle;            *
      * NIV=niveau; CNS=consultation; IDX=index; APL=appel;            *
      * MSG=message                                                    *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
      * Le numéro de la commande entrer par l'utilisateur
       01 WS-CMD PIC 9(02).

      * Message de commande refusée, affiché au tour suivant.
       01 WS-MSG-CMD            PIC X(20) VALUE SPACES.

      * Options du menu, par numéro : position, fonction du catalogue
      * "fctapp" et libellé. Une option n'est affichée que si le rôle
      * a au moins le droit de consultation sur sa fonction.
      * Le libellé est affiché sans ses blancs de fin, pour ne pas
      * effacer l'option voisine de la même ligne.
       01 WS-TAB-OPT-VAL.
           05 FILLER             PIC X(46) VALUE
               "1330CLIAJU1 - Ajouter un client".
           05 FILLER             PIC X(46) VALUE
               "1430CLICHR2 - Afficher un client".
           05 FILLER             PIC X(46) VALUE
               "1530CLIMAJ3 - Modifier un client".
           05 FILLER             PIC X(46) VALUE
               "1630CLISUP4 - Supprimer un client".
           05 FILLER             PIC X(46) VALUE
               "1730CLIHST5 - Historique d'achats d'un client".
           05 FILLER             PIC X(46) VALUE
               "1830CLIDEV6 - Gestion des devis".
           05 FILLER             PIC X(46) VALUE
               "1930CLIFAC7 - Facturation client".
           05 FILLER             PIC X(46) VALUE
               "2030CLIREG8 - Reglements clients".
           05 FILLER             PIC X(46) VALUE
               "0755CLITAR9 - Grille tarifaire".
           05 FILLER             PIC X(46) VALUE
               "0855CLIADR10 - Carnet d'adresses".
           05 FILLER             PIC X(46) VALUE
               "0955CLIRET11 - Retours clients".
           05 FILLER             PIC X(46) VALUE
               "1055CLICSG12 - Depots-vente".
           05 FILLER             PIC X(46) VALUE
               "1155CLIGAR13 - Dossiers garantie".
           05 FILLER             PIC X(46) VALUE
               "1255CLISEP14 - Prelevements SEPA".
           05 FILLER             PIC X(46) VALUE
               "1355CLICHQ15 - Remise de cheques".
           05 FILLER             PIC X(46) VALUE
               "1455CLIREP16 - Representants".
           05 FILLER             PIC X(46) VALUE
               "1555CLIESC17 - Escompte clients".
           05 FILLER             PIC X(46) VALUE
               "1655CLIREF18 - References clients".
           05 FILLER             PIC X(46) VALUE
               "1755CLIACO19 - Acomptes clients".
           05 FILLER             PIC X(46) VALUE
               "1855CLIRGP20 - RGPD (admin)".
           05 FILLER             PIC X(46) VALUE
               "1955CLIOUT21 - Outillage de pret".
           05 FILLER             PIC X(46) VALUE
               "2055CLIFCT22 - Interface factor".
           05 FILLER             PIC X(46) VALUE
               "2155CLICOU23 - Commandes ouvertes".
           05 FILLER             PIC X(46) VALUE
               "1230CLIHCH24 - Historique modifs".
           05 FILLER             PIC X(46) VALUE
               "1130CLICRS25 - Carcasses ech. std".
           05 FILLER             PIC X(46) VALUE
               "1030CLIPRO26 - Prospects".
           05 FILLER             PIC X(46) VALUE
               "0555CLIASS27 - Assurance-credit".
           05 FILLER             PIC X(46) VALUE
               "0655CLIRCL28 - Reclamations clients".
       01 WS-TAB-OPT REDEFINES WS-TAB-OPT-VAL.
           05 WS-OPT             OCCURS 28 TIMES.
               10 WS-OPT-LIG     PIC 9(02).
               10 WS-OPT-COL     PIC 9(02).
               10 WS-OPT-FCT     PIC X(06).
               10 WS-OPT-LIB     PIC X(36).
       01 WS-TAB-AUT.
           05 WS-OPT-AUT         PIC 9(01) OCCURS 28 TIMES.
               88 WS-OPT-AUT-OUI              VALUE 1.
       77 WS-NBR-OPT             PIC 9(02) VALUE 28.
       77 WS-IDX                PIC 9(02).
       01 WS-NIV-CNS            PIC 9(01) VALUE 0.
       01 WS-FCT-RET            PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       COPY utiglb.

       SCREEN SECTION.
       01 S-ECR-ST.
           COPY ecrutlin.
           05 LINE 09 COLUMN 30 VALUE "Gestion des clients".
           05 LINE 21 COLUMN 30 VALUE "0 - Retour au menu ".
           05 LINE 22 COLUMN 30 VALUE "Entrez votre choix : [__]".
           05 LINE 22 COLUMN 52 PIC ZZ TO WS-CMD.
       
       PROCEDURE DIVISION.
           
           PERFORM 0200-TRA-CMD-DEB
               THRU 0200-TRA-CMD-FIN.
    
       0100-AFF-ECR-DEB.
           DISPLAY S-FND-ECR.
           DISPLAY S-ECR-ST.
           DISPLAY "Connecte en tant que : " AT LINE 04 COLUMN 02.
           DISPLAY G-UTI-RLE AT LINE 04 COLUMN 25.

           PERFORM 0300-AFF-OPT-DEB
               THRU 0300-AFF-OPT-FIN.

           IF WS-MSG-CMD NOT = SPACES
               DISPLAY WS-MSG-CMD AT LINE 21 COLUMN 5
               MOVE SPACES TO WS-MSG-CMD
           END-IF.
       0100-AFF-ECR-FIN.

      * Paragraphe qui gère la commande de l'utilisateur.
       0200-TRA-CMD-DEB.
           PERFORM 0100-AFF-ECR-DEB
               THRU 0100-AFF-ECR-FIN.
           ACCEPT S-ECR-ST.
           PERFORM UNTIL WS-CMD EQUAL 0
               EVALUATE TRUE
                   WHEN WS-CMD > WS-NBR-OPT
                       MOVE "commande incorrecte" TO WS-MSG-CMD
                   WHEN NOT WS-OPT-AUT-OUI(WS-CMD)
                       MOVE "commande incorrecte" TO WS-MSG-CMD
                   WHEN OTHER
                       MOVE WS-OPT-FCT(WS-CMD) TO G-FCT-ACT
                       PERFORM 0250-APL-CMD-DEB
                           THRU 0250-APL-CMD-FIN
                       MOVE SPACES TO G-FCT-ACT
               END-EVALUATE
               PERFORM 0100-AFF-ECR-DEB
                   THRU 0100-AFF-ECR-FIN
               ACCEPT S-ECR-ST
           END-PERFORM.


       0200-TRA-CMD-FIN.

      * Paragraphe qui appelle l'écran de la commande choisie (droit
      * déjà vérifié).
       0250-APL-CMD-DEB.
           EVALUATE WS-CMD
               WHEN 1
                   CALL "ecrajcli"
                   END-CALL
               WHEN 2
                   CALL "ecrchcli"
                   END-CALL
               WHEN 3
                   CALL "ecrmjcli"
                   END-CALL
               WHEN 4
                   CALL "ecrspcli"
                   END-CALL
               WHEN 5
                   CALL "ecrhistcli"
                   END-CALL
               WHEN 6
                   CALL "ecrdev"
                   END-CALL
               WHEN 7
                   CALL "ecrfac"
                   END-CALL
               WHEN 8
                   CALL "ecrreg"
                   END-CALL
               WHEN 9
                   CALL "ecrtarcli"
                   END-CALL
               WHEN 10
                   CALL "ecradrcli"
                   END-CALL
      * Retours clients et avoirs.
               WHEN 11
                   CALL "ecrrtcli"
                   END-CALL
      * Depots-vente (consignation) chez les clients.
               WHEN 12
                   CALL "ecrcsg"
                   END-CALL
      * Dossiers de garantie : reclamations fournisseurs issues des
      * retours clients.
               WHEN 13
                   CALL "ecrrecgar"
                   END-CALL
      * Prelevements SEPA : mandats, remises et confirmations.
               WHEN 14
                   CALL "ecrmdt"
                   END-CALL
      * Bordereau de remise de cheques en banque.
               WHEN 15
                   CALL "ecrbrd"
                   END-CALL
      * Representants commerciaux et commissions.
               WHEN 16
                   CALL "ecrrep"
                   END-CALL
      * Conditions d'escompte pour paiement anticipe.
               WHEN 17
                   CALL "ecresc"
                   END-CALL
      * Correspondances des references internes des clients et
      * recyclage des rejets de commandes web.
               WHEN 18
                   CALL "ecrrefcli"
                   END-CALL
      * Acomptes encaisses a la commande.
               WHEN 19
                   CALL "ecraco"
                   END-CALL
      * RGPD : extrait et anonymisation d'un client (admin).
               WHEN 20
                   CALL "ecrrgpd"
                   END-CALL
      * Outillage de pret aux garages (prets, retours, qui a quoi).
               WHEN 21
                   CALL "ecrout"
                   END-CALL
      * Interface factor : eligibilite, cessions, reglements.
               WHEN 22
                   CALL "ecrfactor"
                   END-CALL
      * Commandes ouvertes : contrats annuels et appels de quantites.
               WHEN 23
                   CALL "ecrcou"
                   END-CALL
      * Historique des modifications d'un client (fiche, remises).
               WHEN 24
                   CALL "ecrhch"
                       USING
                       "CLI"
                   END-CALL
      * Carcasses des pieces en echange standard : retours, lots au
      * reconditionneur, avoirs.
               WHEN 25
                   CALL "ecrcrs"
                   END-CALL
      * Prospects : suivi commercial et ouverture de compte.
               WHEN 26
                   CALL "ecrpro"
                   END-CALL
      * Assurance-credit : garanties par client, exposition,
      * declarations a l'assureur.
               WHEN 27
                   CALL "ecrass"
                   END-CALL
      * Reclamations clients : registre, echeances de reponse,
      * resolution.
               WHEN 28
                   CALL "ecrrcc"
                   END-CALL
           END-EVALUATE.
       0250-APL-CMD-FIN.

      * Paragraphe qui affiche les options accordées au rôle et note
      * lesquelles peuvent être choisies.
       0300-AFF-OPT-DEB.
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
       0300-AFF-OPT-FIN.
