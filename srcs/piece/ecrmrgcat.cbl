      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de la marge minimale de vente : réglage par catégorie    *
      * (pourcentage du coût unitaire moyen pondéré, zéro = retour à   *
      * la marge générale, clé "marge_min_vte" de parametre_secu) via  *
      * "majmrgcat" ; dérogation au prix plancher pour un client et    *
      * une pièce hors écran de vente (ligne de commande web rejetée,  *
      * rejouée ensuite par "reccmdweb") via l'écran commun            *
      * "ecrdrgpri" ; édition mensuelle des dérogations accordées      *
      * ("edtdrgpri", mois au clavier). Même ossature que "ecreco".    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; MRG=MARGE; CAT=CATEGORIE; PCT=POURCENTAGE;          *
      * CLI=CLIENT; PIE=PIECE; DRG=DEROGATION; CNL=CANAL; CHX=CHOIX;   *
      * MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT;            *
      * BCL=BOUCLE; EVA=EVALUATION; POS=POSE; AJU=AJOUT;               *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrmrgcat.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-CAT              PIC 9(10).
       01 WS-PCT-MRG              PIC 9(03)V99.
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-MRG==.

      * Dérogation accordée à l'avance (ligne de commande web rejetée
      * sous le prix plancher, à rejouer par "reccmdweb").
       01 WS-IDF-DRG              PIC 9(10).
       01 WS-CNL-DRG              PIC X(03) VALUE "WEB".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DRG==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-MRG.
           05 LINE 03 COLUMN 03 VALUE "Marge minimale de vente".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Marge minimale d'une categorie (0 = generale)".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Derogation prix plancher (commande web rejetee)".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Derogations du mois (AAAAMM au clavier)".
           05 LINE 09 COLUMN 03 VALUE "ID categorie (1) : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC Z(10) TO   WS-IDF-CAT.
           05 LINE 09 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Marge en % (1)   : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(02)9.99 TO WS-PCT-MRG.
           05 LINE 10 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "ID client (2)    : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "ID piece (2)     : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 12 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2/3 - Action, 0 - Retour".
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
               ACCEPT S-ECR-MRG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           MOVE SPACES TO WS-MSG.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-POS-MRG-DEB
                      THRU 0400-POS-MRG-FIN

               WHEN '2'
                   PERFORM 0500-AJU-DRG-DEB
                      THRU 0500-AJU-DRG-FIN

               WHEN '3'
                   CALL "edtdrgpri"
                   END-CALL
                   MOVE "Edition produite : derogations_prix.txt"
                       TO WS-MSG

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Pose de la marge minimale de la catégorie.
       0400-POS-MRG-DEB.

           CALL "majmrgcat"
               USING
               WS-IDF-CAT
               WS-PCT-MRG
               G-UTI-ID
               WS-MRG-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-MRG-MAJ-RET-OK
                   MOVE "Marge minimale reglee" TO WS-MSG
               WHEN WS-MRG-MAJ-RET-FK-ERR
                   MOVE "Categorie inconnue" TO WS-MSG
               WHEN WS-MRG-MAJ-RET-ROL-ERR
                   MOVE "Role insuffisant pour cette operation"
                       TO WS-MSG
               WHEN OTHER
                   MOVE "Renseigner l'ID de la categorie" TO WS-MSG
           END-EVALUATE.

       0400-POS-MRG-FIN.

      *-----------------------------------------------------------------
      * Dérogation pour un client et une pièce hors écran de vente
      * (commande web), par l'écran commun "ecrdrgpri".
       0500-AJU-DRG-DEB.

           IF WS-IDF-CLI = 0 OR WS-IDF-PIE = 0
               MOVE "Renseigner l'ID client et l'ID piece"
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "ecrdrgpri"
               USING
               WS-IDF-CLI
               WS-IDF-PIE
               WS-CNL-DRG
               WS-IDF-DRG
               WS-DRG-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-DRG-AJU-RET-OK AND WS-IDF-DRG > 0
                   MOVE "Derogation accordee" TO WS-MSG
               WHEN WS-DRG-AJU-RET-OK
                   MOVE "Prix au-dessus du plancher : rien a deroger"
                       TO WS-MSG
               WHEN OTHER
                   MOVE "Derogation non accordee" TO WS-MSG
           END-EVALUATE.

       0500-AJU-DRG-FIN.
