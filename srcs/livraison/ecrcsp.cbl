      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran du comptoir pour les commandes spéciales, pièces que     *
      * nous ne tenons pas en stock : saisie d'une commande pour un    *
      * client (pièce du catalogue, ou désignation et prix de vente    *
      * d'une pièce hors catalogue créée provisoire) chez le           *
      * fournisseur choisi, via "ajucsp" qui crée l'entrante           *
      * fournisseur et la sortante client liées ; liste des commandes  *
      * en attente d'arrivée ou de retrait ("fetcsp"). À l'arrivée,    *
      * "majliv" réserve la pièce pour le client et "avicsp" l'avise   *
      * la nuit. Même ossature que "ecrretrait".                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; CSP=COMMANDE SPECIALE; CLI=CLIENT; PIE=PIECE;       *
      * FOU=FOURNISSEUR; PRI=PRIX; QTE=QUANTITE; RCP=RECUE;            *
      * ENT=ENTREPOT; NOM=NOM; DAT=DATE; LGN=LIGNE; LST=LISTE;         *
      * NBR=NOMBRE; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;        *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION; CRE=CREATION;   *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrcsp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Saisie d'une commande spéciale ("ajucsp").
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-NOM-PIE              PIC X(50).
       01 WS-IDF-FOU              PIC 9(10).
       01 WS-PRI-PIE              PIC 9(08)V99.
       01 WS-QTE-CSP              PIC 9(10).
       01 WS-IDF-ENT              PIC 9(10).
       01 WS-IDF-CSP              PIC 9(10).
       01 WS-IDF-EDT              PIC Z(09)9.

      * Lecture des commandes en attente via "fetcsp".
       01 WS-LIR-IDF              PIC 9(10).
       01 WS-LIR-DAT              PIC X(10).
       01 WS-LIR-CLI              PIC X(50).
       01 WS-LIR-PIE              PIC X(50).
       01 WS-LIR-QTE              PIC 9(10).
       01 WS-LIR-RCP              PIC 9(10).
       01 WS-QTE-EDT              PIC Z(05)9.
       01 WS-RCP-EDT              PIC Z(05)9.
       01 WS-LGN-LST              PIC X(76).
       01 WS-NBR-LGN              PIC 9(02).
       01 WS-LGN-ECR              PIC 9(02).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FET==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-CSP==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-CSP.
           05 LINE 03 COLUMN 03 VALUE
               "Commandes speciales (pieces hors stock)".
           05 LINE 04 COLUMN 03 VALUE
               "1=commander  L=lister les commandes en attente".
           05 LINE 06 COLUMN 03 VALUE "ID client        : ".
           05 LINE 06 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 06 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 06 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 07 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 07 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 37 VALUE "(vide = hors catalogue)".
           05 LINE 08 COLUMN 03 VALUE "Designation      : ".
           05 LINE 08 COLUMN 23 PIC X(50) TO   WS-NOM-PIE.
           05 LINE 09 COLUMN 03 VALUE "ID fournisseur   : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC Z(10) TO   WS-IDF-FOU.
           05 LINE 09 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Prix de vente HT : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(06)9.99 TO WS-PRI-PIE.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Quantite         : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-QTE-CSP.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Depot            : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(10) TO   WS-IDF-ENT.
           05 LINE 12 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 37 VALUE "(vide = depot de la piece)".
           05 LINE 14 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/L - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-CSP

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE TRUE

               WHEN WS-CHX-UTI = '1'
                   PERFORM 0400-CRE-CSP-DEB
                      THRU 0400-CRE-CSP-FIN

               WHEN WS-CHX-UTI = 'L' OR WS-CHX-UTI = 'l'
                   PERFORM 0500-LST-CSP-DEB
                      THRU 0500-LST-CSP-FIN

               WHEN WS-CHX-UTI = '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Commande la pièce chez le fournisseur pour le client : entrante
      * et sortante liées, pièce provisoire si hors catalogue.
       0400-CRE-CSP-DEB.

           IF WS-IDF-CLI = 0 OR WS-IDF-FOU = 0
               MOVE "Renseigner le client et le fournisseur" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "ajucsp"
               USING
               WS-IDF-CLI
               WS-IDF-PIE
               WS-NOM-PIE
               WS-IDF-FOU
               WS-PRI-PIE
               WS-QTE-CSP
               WS-IDF-ENT
               G-UTI-ID
               WS-IDF-CSP
               WS-CSP-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-CSP-AJU-RET-OK
                   MOVE WS-IDF-CSP TO WS-IDF-EDT
                   STRING "Commande speciale " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          " passee au fournisseur" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-CSP-AJU-RET-DUP
                   MOVE "Quantite, ou designation hors catalogue, manqua
      -                 "nte" TO WS-MSG
               WHEN WS-CSP-AJU-RET-FK-ERR
                   MOVE "Client, fournisseur ou piece inconnu"
                       TO WS-MSG
               WHEN WS-CSP-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Erreur a la creation de la commande speciale"
                       TO WS-MSG
           END-EVALUATE.

       0400-CRE-CSP-FIN.

      *-----------------------------------------------------------------
      * Liste des commandes spéciales en attente (15 au plus).
       0500-LST-CSP-DEB.

           DISPLAY S-FND-ECR.

           DISPLAY "Commandes speciales en attente"
               AT LINE 04 COL 03.

           DISPLAY "Commande   Du          Cmd  Recu  Client / Piece"
               AT LINE 06 COL 03.

           MOVE 0 TO WS-NBR-LGN.
           MOVE SPACES TO WS-FET-LIR-RET.

           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
                            OR WS-NBR-LGN = 15
               CALL "fetcsp"
                   USING
                   WS-LIR-IDF
                   WS-LIR-DAT
                   WS-LIR-CLI
                   WS-LIR-PIE
                   WS-LIR-QTE
                   WS-LIR-RCP
                   WS-FET-LIR-RET
               END-CALL

               IF NOT WS-FET-LIR-RET-OK
                       AND NOT WS-FET-LIR-RET-ERR
                   ADD 1 TO WS-NBR-LGN
                   COMPUTE WS-LGN-ECR = 6 + WS-NBR-LGN
                   MOVE WS-LIR-IDF TO WS-IDF-EDT
                   MOVE WS-LIR-QTE TO WS-QTE-EDT
                   MOVE WS-LIR-RCP TO WS-RCP-EDT
                   MOVE SPACES TO WS-LGN-LST
                   STRING WS-IDF-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIR-DAT DELIMITED BY SIZE
                          WS-QTE-EDT DELIMITED BY SIZE
                          WS-RCP-EDT DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIR-CLI) DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          WS-LIR-PIE DELIMITED BY SIZE
                          INTO WS-LGN-LST
                   END-STRING
                   DISPLAY WS-LGN-LST
                       AT LINE WS-LGN-ECR COL 03
               END-IF
           END-PERFORM.

      * Épuise le curseur de "fetcsp" au-delà des 15 lignes
      * affichées, comme "ecrretrait" avec "fetretrait".
           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
               CALL "fetcsp"
                   USING
                   WS-LIR-IDF
                   WS-LIR-DAT
                   WS-LIR-CLI
                   WS-LIR-PIE
                   WS-LIR-QTE
                   WS-LIR-RCP
                   WS-FET-LIR-RET
               END-CALL
           END-PERFORM.

           IF WS-NBR-LGN = 0
               DISPLAY "Aucune commande speciale en attente"
                   AT LINE 08 COL 03
           END-IF.

           DISPLAY "Appuyez sur Entree pour revenir"
               AT LINE 23 COL 03.

           ACCEPT WS-CHX-UTI
               AT LINE 23 COL 36.

           MOVE SPACE TO WS-CHX-UTI.

       0500-LST-CSP-FIN.
