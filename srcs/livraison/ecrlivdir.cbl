      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de saisie des livraisons directes (drop-shipment), pour  *
      * les pièces encombrantes que le fournisseur expédie directement *
      * chez le client : fournisseur, client et dépôt sont saisis une  *
      * fois, puis chaque ligne pièce/quantité est posée via           *
      * "ajulivdir", qui crée au premier ajout l'entrante fournisseur  *
      * et la sortante client liées. Le couple reste en cours de       *
      * saisie d'une ligne à l'autre jusqu'à "nouvelle livraison       *
      * directe". La clôture se fait par "majliv" (écran des           *
      * livraisons ou avis d'expédition "impasnfou"). Même ossature    *
      * que "ecrcsp".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; LIV=LIVRAISON; DIR=DIRECTE; FOU=FOURNISSEUR;        *
      * CLI=CLIENT; PIE=PIECE; QTE=QUANTITE; ENT=ENTREPOT (IDF-ENT),   *
      * ENTRANTE (LIV-ENT); SOR=SORTANTE; LGN=LIGNE; AJU=AJOUT;        *
      * CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; *
      * BCL=BOUCLE; EVA=EVALUATION; EDT=EDITION; IDF=IDENTIFIANT.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrlivdir.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Saisie d'une livraison directe ("ajulivdir").
       01 WS-IDF-FOU              PIC 9(10).
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(10).
       01 WS-IDF-ENT              PIC 9(10).

      * Couple en cours de saisie, conservé d'une ligne à l'autre
      * (0 = le prochain ajout crée un nouveau couple).
       01 WS-IDF-LIV-ENT          PIC 9(10) VALUE 0.
       01 WS-IDF-LIV-SOR          PIC 9(10) VALUE 0.
       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-SOR-EDT              PIC Z(09)9.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DIR==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-DIR.
           05 LINE 03 COLUMN 03 VALUE
               "Livraison directe (fournisseur vers client)".
           05 LINE 04 COLUMN 03 VALUE
               "1=ajouter la ligne  N=nouvelle livraison directe".
           05 LINE 06 COLUMN 03 VALUE "ID fournisseur   : ".
           05 LINE 06 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 06 COLUMN 24 PIC Z(10) USING WS-IDF-FOU.
           05 LINE 06 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 07 COLUMN 03 VALUE "ID client        : ".
           05 LINE 07 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 07 COLUMN 24 PIC Z(10) USING WS-IDF-CLI.
           05 LINE 07 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 03 VALUE "Depot            : ".
           05 LINE 08 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 24 PIC Z(10) USING WS-IDF-ENT.
           05 LINE 08 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 08 COLUMN 37 VALUE "(vide = depot de la piece)".
           05 LINE 10 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Quantite         : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-QTE-PIE.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "Entrante fournisseur : ".
           05 LINE 13 COLUMN 27 PIC Z(09)9 FROM WS-IDF-LIV-ENT.
           05 LINE 13 COLUMN 40 VALUE "Sortante client : ".
           05 LINE 13 COLUMN 59 PIC Z(09)9 FROM WS-IDF-LIV-SOR.
           05 LINE 15 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/N - Action, 0 - Retour".
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
               ACCEPT S-ECR-DIR

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
                   PERFORM 0400-AJU-LGN-DEB
                      THRU 0400-AJU-LGN-FIN

               WHEN WS-CHX-UTI = 'N' OR WS-CHX-UTI = 'n'
                   MOVE 0 TO WS-IDF-LIV-ENT
                   MOVE 0 TO WS-IDF-LIV-SOR
                   MOVE "Saisir la premiere ligne de la nouvelle livrais
      -                 "on directe" TO WS-MSG

               WHEN WS-CHX-UTI = '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Pose la ligne pièce/quantité sur le couple en cours ; à la
      * première ligne, "ajulivdir" crée l'entrante fournisseur et la
      * sortante client liées et en rend les identifiants.
       0400-AJU-LGN-DEB.

           IF WS-IDF-LIV-ENT = 0
                   AND (WS-IDF-CLI = 0 OR WS-IDF-FOU = 0)
               MOVE "Renseigner le fournisseur et le client" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "ajulivdir"
               USING
               WS-IDF-FOU
               WS-IDF-CLI
               WS-IDF-PIE
               WS-QTE-PIE
               WS-IDF-ENT
               G-UTI-ID
               WS-IDF-LIV-ENT
               WS-IDF-LIV-SOR
               WS-DIR-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-DIR-AJU-RET-OK
                   MOVE WS-IDF-LIV-ENT TO WS-IDF-EDT
                   MOVE WS-IDF-LIV-SOR TO WS-SOR-EDT
                   STRING "Ligne ajoutee aux livraisons " DELIMITED BY
                          SIZE
                          FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                          " et " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SOR-EDT) DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-DIR-AJU-RET-DUP
                   MOVE "Quantite manquante" TO WS-MSG
               WHEN WS-DIR-AJU-RET-FK-ERR
                   MOVE "Fournisseur, client, piece ou depot inconnu"
                       TO WS-MSG
               WHEN WS-DIR-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Erreur a l'ajout de la ligne" TO WS-MSG
           END-EVALUATE.

       0400-AJU-LGN-FIN.
