      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran du registre des réclamations clients : ouverture d'une   *
      * réclamation ("ajurcc" : client, livraison, facture et          *
      * utilisateur concernés, catégorie, responsable, délai de        *
      * réponse en jours ouvrés, échéance calculée sur le calendrier   *
      * des jours fermés), prise en charge ou réaffectation, puis      *
      * résolution avec sa note ("majrcc"), et édition des             *
      * réclamations en retard ("edtrccrtd"). Même ossature que        *
      * "ecrrecgar".                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RCC=RECLAMATION CLIENT; CLI=CLIENT; LIV=LIVRAISON;  *
      * FAC=FACTURE; UTI=UTILISATEUR; CNC=CONCERNE; RSP=RESPONSABLE;   *
      * CAT=CATEGORIE; OBJ=OBJET; DEL=DELAI; LIM=LIMITE; ACT=ACTION;   *
      * RES=RESOLUTION; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;    *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION; OUV=OUVRIR;     *
      * SUI=SUIVI; IDF=IDENTIFIANT; DAT=DATE.                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrcc.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-CLI              PIC 9(10).
       01 WS-IDF-LIV              PIC 9(10).
       01 WS-IDF-FAC              PIC 9(10).
       01 WS-IDF-UTI-CNC          PIC 9(10).
       01 WS-CAT-RCC              PIC X(03).
       01 WS-IDF-UTI-RSP          PIC 9(10).
       01 WS-OBJ-RCC              PIC X(60).
       01 WS-DEL-RCC              PIC 9(02).
       01 WS-IDF-RCC              PIC 9(10).
       01 WS-ACT-RCC              PIC X(01).
      * Note de résolution, saisie sur deux lignes d'écran.
       01 WS-RES-RCC.
           05 WS-RES-RCC-1        PIC X(60).
           05 WS-RES-RCC-2        PIC X(60).

       01 WS-IDF-RCC-NOU          PIC 9(10).
       01 WS-IDF-RCC-EDT          PIC Z(10).
       01 WS-DAT-LIM              PIC X(10).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-RCC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-SUI==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-RCC.
           05 LINE 03 COLUMN 03 VALUE "Reclamations clients".
           05 LINE 05 COLUMN 03 VALUE "1 - Ouvrir une reclamation".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Prendre en charge (P) ou reaffecter (A)".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Resoudre une reclamation (note obligatoire)".
           05 LINE 08 COLUMN 03 VALUE
               "4 - Editer les reclamations en retard".
           05 LINE 10 COLUMN 03 VALUE "ID client (1)    : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 40 VALUE "ID livraison (1) : ".
           05 LINE 10 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 61 PIC Z(10) TO   WS-IDF-LIV.
           05 LINE 10 COLUMN 71 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "ID facture (1)   : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-FAC.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 40 VALUE "Util. concerne(1): ".
           05 LINE 11 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 61 PIC Z(10) TO   WS-IDF-UTI-CNC.
           05 LINE 11 COLUMN 71 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Categorie (1)    : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC X(03) TO   WS-CAT-RCC.
           05 LINE 12 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 40 VALUE "Delai jours (1)  : ".
           05 LINE 12 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 61 PIC Z(02) TO   WS-DEL-RCC.
           05 LINE 12 COLUMN 63 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE
               "(RTD retard, FAC facture, ACC accueil, MNQ manquant, AUT
      -        " autre)".
           05 LINE 14 COLUMN 03 VALUE "Objet (1)  : ".
           05 LINE 14 COLUMN 16 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 17 PIC X(60) TO   WS-OBJ-RCC.
           05 LINE 14 COLUMN 77 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 VALUE "ID reclam. (2/3) : ".
           05 LINE 16 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 24 PIC Z(10) TO   WS-IDF-RCC.
           05 LINE 16 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 40 VALUE "Responsable(1-3) : ".
           05 LINE 16 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 61 PIC Z(10) TO   WS-IDF-UTI-RSP.
           05 LINE 16 COLUMN 71 PIC X(01) FROM WS-CRD.
           05 LINE 17 COLUMN 03 VALUE "Action P/A (2)   : ".
           05 LINE 17 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 17 COLUMN 24 PIC X(01) TO   WS-ACT-RCC.
           05 LINE 17 COLUMN 25 PIC X(01) FROM WS-CRD.
           05 LINE 18 COLUMN 03 VALUE "Note (3)   : ".
           05 LINE 18 COLUMN 16 PIC X(01) FROM WS-CRG.
           05 LINE 18 COLUMN 17 PIC X(60) TO   WS-RES-RCC-1.
           05 LINE 18 COLUMN 77 PIC X(01) FROM WS-CRD.
           05 LINE 19 COLUMN 16 PIC X(01) FROM WS-CRG.
           05 LINE 19 COLUMN 17 PIC X(60) TO   WS-RES-RCC-2.
           05 LINE 19 COLUMN 77 PIC X(01) FROM WS-CRD.
           05 LINE 20 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2/3/4 - Action, 0 - Retour".
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
               ACCEPT S-ECR-RCC

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-OUV-RCC-DEB
                      THRU 0400-OUV-RCC-FIN

               WHEN '2'
                   PERFORM 0500-SUI-RCC-DEB
                      THRU 0500-SUI-RCC-FIN

               WHEN '3'
                   PERFORM 0600-RES-RCC-DEB
                      THRU 0600-RES-RCC-FIN

               WHEN '4'
                   CALL "edtrccrtd"
                   END-CALL
                   MOVE "Retards edites dans reclamations_en_retard.txt"
                       TO WS-MSG

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Ouverture d'une réclamation ; l'échéance de réponse est
      * affichée en retour.
       0400-OUV-RCC-DEB.

           IF WS-IDF-CLI = 0 OR WS-CAT-RCC = SPACES
              OR WS-OBJ-RCC = SPACES
               MOVE "Renseigner le client, la categorie et l'objet"
                   TO WS-MSG
           ELSE
               CALL "ajurcc"
                   USING
                   WS-IDF-CLI
                   WS-IDF-LIV
                   WS-IDF-FAC
                   WS-IDF-UTI-CNC
                   WS-CAT-RCC
                   WS-IDF-UTI-RSP
                   WS-OBJ-RCC
                   WS-DEL-RCC
                   G-UTI-ID
                   WS-IDF-RCC-NOU
                   WS-DAT-LIM
                   WS-RCC-AJU-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-RCC-AJU-RET-OK
                       MOVE WS-IDF-RCC-NOU TO WS-IDF-RCC-EDT
                       STRING "Reclamation ID "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-RCC-EDT)
                              DELIMITED BY SIZE
                              " ouverte, echeance "
                              DELIMITED BY SIZE
                              WS-DAT-LIM
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
                   WHEN WS-RCC-AJU-RET-FK-ERR
                       MOVE "Client, livraison, facture ou utilisateur i
      -                    "nconnu" TO WS-MSG
                   WHEN WS-RCC-AJU-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Categorie inconnue ou ouverture impossible"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0400-OUV-RCC-FIN.

      *-----------------------------------------------------------------
      * Prise en charge (avec changement de responsable facultatif) ou
      * réaffectation.
       0500-SUI-RCC-DEB.

           IF WS-IDF-RCC = 0
              OR (WS-ACT-RCC NOT = "P" AND WS-ACT-RCC NOT = "A")
               MOVE "Renseigner l'ID de la reclamation et l'action P/A"
                   TO WS-MSG
           ELSE
               MOVE SPACES TO WS-RES-RCC

               PERFORM 0700-MAJ-RCC-DEB
                  THRU 0700-MAJ-RCC-FIN
           END-IF.

       0500-SUI-RCC-FIN.

      *-----------------------------------------------------------------
      * Résolution, la note est obligatoire.
       0600-RES-RCC-DEB.

           IF WS-IDF-RCC = 0 OR WS-RES-RCC = SPACES
               MOVE "Renseigner l'ID de la reclamation et la note"
                   TO WS-MSG
           ELSE
               MOVE "R" TO WS-ACT-RCC

               PERFORM 0700-MAJ-RCC-DEB
                  THRU 0700-MAJ-RCC-FIN
           END-IF.

       0600-RES-RCC-FIN.

      *-----------------------------------------------------------------
      * Appel commun de "majrcc".
       0700-MAJ-RCC-DEB.

           CALL "majrcc"
               USING
               WS-IDF-RCC
               WS-ACT-RCC
               WS-IDF-UTI-RSP
               WS-RES-RCC
               G-UTI-ID
               WS-SUI-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-SUI-MAJ-RET-OK
                   MOVE "Reclamation mise a jour" TO WS-MSG
               WHEN WS-SUI-MAJ-RET-FK-ERR
                   MOVE "Reclamation ou responsable inconnu" TO WS-MSG
               WHEN WS-SUI-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Reclamation deja resolue ou action incomplete"
                       TO WS-MSG
           END-EVALUATE.

       0700-MAJ-RCC-FIN.
