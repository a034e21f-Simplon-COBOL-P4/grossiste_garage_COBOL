      ******************************************************************
      *                             ENTÊTE                             *
      * Ce programme affiche le menu de gestion des pièces.            *
      * Chaque option est rattachée à une fonction du catalogue        *
      * "fctapp" : elle n'est affichée et ne peut être choisie que si  *
      * le rôle connecté a cette fonction dans la matrice des droits   *
      * ("verfct"). La fonction choisie est posée dans G-FCT-ACT le    *
      * temps de l'écran appelé, pour le contrôle de "verrol".         *
      *                                                                *
      *                           TRIGRAMMES                           *
      *                                                                *
      * ECR=ECRAN; GS=GESTION; PIE=PIECE; STD=SANDARD; RLE=ROLE        *
      * MNU=MENU; ADM=ADMIN; CHX=CHOIX; UTL=UTILISATEUR; EVA=EVALUATE  *
      * OPT=OPTION; FCT=FONCTION; AUT=AUTORISEE; LIG=LIGNE;            *
      * COL=COLONNE; LIB=LIBELLE; NIV=NIVEAU; CNS=CONSULTATION;        *
      * IDX=INDEX; APL=APPEL.                                          *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
       01 WS-OPT-IVL            PIC X(76) VALUE
           "Cette option n'existe pas".

      * Options du menu, par numéro : position, fonction du catalogue
      * "fctapp" et libellé. Une option n'est affichée que si le rôle
      * a au moins le droit de consultation sur sa fonction.
      * Le libellé est affiché sans ses blancs de fin, pour ne pas
      * effacer l'option voisine de la même ligne.
       01 WS-TAB-OPT-VAL.
           05 FILLER             PIC X(40) VALUE
               "1230PIEAJU1 - Ajouter une piece".
           05 FILLER             PIC X(40) VALUE
               "1330PIECHR2 - Afficher une piece".
           05 FILLER             PIC X(40) VALUE
               "1430PIEMAJ3 - Modifier une piece".
           05 FILLER             PIC X(40) VALUE
               "1530PIESUP4 - Supprimer une piece".
           05 FILLER             PIC X(40) VALUE
               "1630PIECAT5 - Gerer les categories".
           05 FILLER             PIC X(40) VALUE
               "1730PIEINV6 - Inventaire physique".
           05 FILLER             PIC X(40) VALUE
               "1830PIEPRO7 - Promotions".
           05 FILLER             PIC X(40) VALUE
               "1930PIENOM8 - Nomenclature des kits".
           05 FILLER             PIC X(40) VALUE
               "1255PIEQRN9 - Quarantaine".
           05 FILLER             PIC X(40) VALUE
               "1355PIEASM10 - Assemblage kits".
           05 FILLER             PIC X(40) VALUE
               "1455PIEQLT11 - Controle qualite".
           05 FILLER             PIC X(40) VALUE
               "1555PIEPRX12 - Revision des prix".
           05 FILLER             PIC X(40) VALUE
               "1655PIEADR13 - Matieres dang. ADR".
           05 FILLER             PIC X(40) VALUE
               "1755PIEECO14 - Eco-participation".
           05 FILLER             PIC X(40) VALUE
               "1855PIEBUD15 - Budgets de ventes".
           05 FILLER             PIC X(40) VALUE
               "1955PIEDOU16 - Donnees douanieres".
           05 FILLER             PIC X(40) VALUE
               "2055PIEHCH17 - Historique des modifs".
           05 FILLER             PIC X(40) VALUE
               "1155PIECYC18 - Cycle de vie".
           05 FILLER             PIC X(40) VALUE
               "1130PIEUNI19 - Unites vente/stock".
           05 FILLER             PIC X(40) VALUE
               "2155PIEMAS20 - Mise a jour en masse".
           05 FILLER             PIC X(40) VALUE
               "2130PIEMRG21 - Marge minimale".
           05 FILLER             PIC X(40) VALUE
               "0955PIERAP22 - Rappels constructeur".
           05 FILLER             PIC X(40) VALUE
               "1055PIEEMP23 - Emplacements, reassort".
       01 WS-TAB-OPT REDEFINES WS-TAB-OPT-VAL.
           05 WS-OPT             OCCURS 23 TIMES.
               10 WS-OPT-LIG     PIC 9(02).
               10 WS-OPT-COL     PIC 9(02).
               10 WS-OPT-FCT     PIC X(06).
               10 WS-OPT-LIB     PIC X(30).
       01 WS-TAB-AUT.
           05 WS-OPT-AUT         PIC 9(01) OCCURS 23 TIMES.
               88 WS-OPT-AUT-OUI              VALUE 1.
       77 WS-NBR-OPT             PIC 9(02) VALUE 23.
       77 WS-IDX                PIC 9(02).
       01 WS-NIV-CNS            PIC 9(01) VALUE 0.
       01 WS-FCT-RET            PIC 9(01).
           88 WS-FCT-RET-OK               VALUE 0.

       COPY ctxerr.

       COPY utiglb.
       01 S-MNU-STD.
           COPY ecrutlin.
           05 LINE 10 COLUMN 30 VALUE "Gestion du stock".
           05 LINE 20 COLUMN 30 VALUE "0 - Retour au menu".
           05 LINE 22 COLUMN 30 VALUE "Entrez votre choix : ".
           05 LINE 22 COLUMN 52 VALUE "[".
           05 LINE 22 COLUMN 55 VALUE "]".
           05 LINE 22 COLUMN 53 PIC 9(02) TO WS-CHX-MNU.

       01 S-MSG-ERR.
           05 LINE 23 COLUMN 03 FROM WS-MSG-ERR.

           EXIT PROGRAM.

      ******************************************************************
      *    Affiche le menu, limité aux options accordées au rôle.
      ******************************************************************
       0100-AFF-MNU-STD-DEB.
           PERFORM UNTIL 1 = 0
               DISPLAY S-FND-ECR
               DISPLAY S-MNU-STD

               PERFORM 0300-AFF-OPT-DEB
                  THRU 0300-AFF-OPT-FIN

               PERFORM 0400-AFF-ERR-CND-DEB
                  THRU 0400-AFF-ERR-CND-FIN

               ACCEPT S-MNU-STD

               EVALUATE TRUE
                   WHEN WS-CHX-MNU = 0
                       EXIT PROGRAM

                   WHEN WS-CHX-MNU > WS-NBR-OPT
                       PERFORM 0500-ERR-OPT-IVL-DEB
                          THRU 0500-ERR-OPT-IVL-FIN

                   WHEN NOT WS-OPT-AUT-OUI(WS-CHX-MNU)
                       PERFORM 0500-ERR-OPT-IVL-DEB
                          THRU 0500-ERR-OPT-IVL-FIN

                   WHEN OTHER
                       MOVE WS-OPT-FCT(WS-CHX-MNU) TO G-FCT-ACT
                       PERFORM 0200-APL-OPT-DEB
                          THRU 0200-APL-OPT-FIN
                       MOVE SPACES TO G-FCT-ACT
               END-EVALUATE
           END-PERFORM.
       0100-AFF-MNU-STD-FIN.

      * Appel de l'écran de l'option choisie (droit déjà vérifié).
       0200-APL-OPT-DEB.
           EVALUATE WS-CHX-MNU
               WHEN 1
                   CALL "ecrajpie"
                   END-CALL

               WHEN 2
                   CALL "ecrchpie"
                   END-CALL

               WHEN 3
                   CALL "ecrmjpie"
                   END-CALL

               WHEN 4
                   CALL "ecrsppie"
                   END-CALL

               WHEN 5
                   CALL "ecrgcatpie"
                   END-CALL

               WHEN 6
                   CALL "ecrinvpie"
                   END-CALL

               WHEN 7
                   CALL "ecrpromo"
                   END-CALL

               WHEN 8
                   CALL "ecrnom"
                   END-CALL

               WHEN 9
                   CALL "ecrqrn"
                   END-CALL

      * Ordres d'assemblage / desassemblage des kits pre-ensaches.
               WHEN 10
                   CALL "ecrassemb"
                   END-CALL

      * Plan de controle qualite a reception et verdicts.
               WHEN 11
                   CALL "ecrqc"
                   END-CALL

      * Revision des prix de vente en masse, a date d'effet.
               WHEN 12
                   CALL "ecrrevpri"
                   END-CALL

      * Donnees ADR des pieces et registre annuel.
               WHEN 13
                   CALL "ecrpieadr"
                   END-CALL

      * Eco-participation : baremes, derogations, declaration.
               WHEN 14
                   CALL "ecreco"
                   END-CALL

      * Budgets de ventes mensuels par categorie / representant.
               WHEN 15
                   CALL "ecrbud"
                   END-CALL

      * Donnees douanieres des pieces (pays d'origine, code NC8).
               WHEN 16
                   CALL "ecrdou"
                   END-CALL

      * Historique des modifications d'une piece (prix, seuil...).
               WHEN 17
                   CALL "ecrhch"
                       USING
                       "PIE"
                   END-CALL

      * Cycle de vie des pieces (actif, fin de serie, arrete).
               WHEN 18
                   CALL "ecrcyc"
                   END-CALL

      * Unites de vente et de stock (litre, metre, fut, touret...).
               WHEN 19
                   CALL "ecruni"
                   END-CALL

      * Mise a jour en masse des donnees de base (categorie,
      * fournisseur, depot, emplacement, TVA, seuil).
               WHEN 20
                   CALL "ecrmaspie"
                   END-CALL

      * Marge minimale de vente par categorie (prix plancher),
      * derogations hors ecran de vente et edition mensuelle.
               WHEN 21
                   CALL "ecrmrgcat"
                   END-CALL

      * Campagnes de rappel constructeur (quarantaine, lettres aux
      * clients, retours, reclamation fournisseur).
               WHEN 22
                   CALL "ecrrap"
                   END-CALL

      * Emplacements de prelevement et de reserve, taches de reassort
      * du prelevement.
               WHEN 23
                   CALL "ecremr"
                   END-CALL
           END-EVALUATE.
       0200-APL-OPT-FIN.

      * Affiche les options accordées au rôle et note lesquelles
      * peuvent être choisies.
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

       0400-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
