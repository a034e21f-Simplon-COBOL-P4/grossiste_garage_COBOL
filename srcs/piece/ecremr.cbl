      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des emplacements d'une pièce dans un dépôt : casier de   *
      * prélèvement (emplacement_pie, sa quantité, son minimum et son  *
      * maximum) et emplacements de réserve ("liremr") ; création,     *
      * montée ou descente de quantité, suppression d'un emplacement   *
      * de réserve et réglage du minimum / maximum du prélèvement      *
      * ("majemr") ; génération et édition des tâches de réassort du   *
      * prélèvement ("genreaprl") et confirmation ou annulation d'une  *
      * tâche ("majtra"). Après chaque action sur une pièce, ses       *
      * emplacements sont réaffichés. Même ossature que "ecrrcc".      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; EMR=EMPLACEMENT DE RESERVE; PRL=PRELEVEMENT;        *
      * PIE=PIECE; ENT=ENTREPOT; EMP=EMPLACEMENT; COD=CODE;            *
      * QTE=QUANTITE; SNS=SENS; MIN=MINIMUM; MAX=MAXIMUM; RES=RESERVE; *
      * TRA=TACHE DE REASSORT; ACT=ACTION; NBR=NOMBRE; CHX=CHOIX;      *
      * MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT;            *
      * BCL=BOUCLE; EVA=EVALUATION; AFF=AFFICHAGE; LGN=LIGNE;          *
      * IDX=INDEX; COL=COLONNE; IDF=IDENTIFIANT; EDT=EDITION.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecremr.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-PIE              PIC 9(10).
       01 WS-IDF-ENT              PIC 9(10).
       01 WS-IDF-EMR              PIC 9(10).
       01 WS-COD-EMR              PIC X(10).
       01 WS-QTE                  PIC 9(07)V9(03).
       01 WS-SNS                  PIC X(01).
       01 WS-MIN-PRL              PIC 9(07)V9(03).
       01 WS-MAX-PRL              PIC 9(07)V9(03).
       01 WS-IDF-TRA              PIC 9(10).
       01 WS-ACT-TRA              PIC X(01).
       01 WS-ACT-EMR              PIC X(01).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-EMR==.

      * Emplacements de la pièce ("liremr") pour l'affichage.
       01 WS-IDF-ENT-LU           PIC 9(10).
       01 WS-EMP-PIE              PIC X(10).
       01 WS-QTE-PRL              PIC S9(07)V9(03).
       01 WS-MIN-LU               PIC 9(07)V9(03).
       01 WS-MAX-LU               PIC 9(07)V9(03).
       01 WS-QTE-RES              PIC 9(07)V9(03).
       01 WS-TAB-EMR.
           05 WS-NBR-EMR          PIC 9(02).
           05 WS-EMR              OCCURS 10 TIMES.
               10 WS-EMR-IDF      PIC 9(10).
               10 WS-EMR-COD      PIC X(10).
               10 WS-EMR-QTE      PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EMP==.

      * Vrai quand les emplacements de la pièce sont à réafficher.
       01 WS-ETT-AFF              PIC 9(01) VALUE 0.
           88 WS-AFF-NON                     VALUE 0.
           88 WS-AFF-OUI                     VALUE 1.

       01 WS-LGN-AFF              PIC X(76).
       01 WS-LIN-IDX              PIC 9(02).
       01 WS-COL-IDX              PIC 9(02).
       77 WS-IDX                  PIC 9(02).
       01 WS-ENT-EDT              PIC Z(09)9.
       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-QTE-EDT              PIC -(07)9.999.
       01 WS-MIN-EDT              PIC Z(06)9.999.
       01 WS-MAX-EDT              PIC Z(06)9.999.
       01 WS-RES-EDT              PIC Z(06)9.999.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-EMR.
           05 LINE 03 COLUMN 03 VALUE
               "Emplacements de prelevement et de reserve".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Afficher les emplacements".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Creer une reserve (qte montee)".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Monter (M) / descendre (D)".
           05 LINE 08 COLUMN 03 VALUE
               "4 - Supprimer une reserve".
           05 LINE 05 COLUMN 42 VALUE
               "5 - Min / max du prelevement".
           05 LINE 06 COLUMN 42 VALUE
               "6 - Generer les taches de reassort".
           05 LINE 07 COLUMN 42 VALUE
               "7 - Tache faite (F) / annulee (A)".
           05 LINE 10 COLUMN 03 VALUE "ID piece (1-5)   : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 40 VALUE "ID depot (0=princ): ".
           05 LINE 10 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 61 PIC Z(10) TO   WS-IDF-ENT.
           05 LINE 10 COLUMN 71 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "ID reserve (3/4) : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-EMR.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 40 VALUE "Code reserve (2)  : ".
           05 LINE 11 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 61 PIC X(10) TO   WS-COD-EMR.
           05 LINE 11 COLUMN 71 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Quantite (2/3/7) : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(06)9.999 TO WS-QTE.
           05 LINE 12 COLUMN 35 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 40 VALUE "Sens M/D (3)      : ".
           05 LINE 12 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 61 PIC X(01) TO   WS-SNS.
           05 LINE 12 COLUMN 62 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "Minimum (5)      : ".
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC Z(06)9.999 TO WS-MIN-PRL.
           05 LINE 13 COLUMN 35 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 40 VALUE "Maximum (5)       : ".
           05 LINE 13 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 61 PIC Z(06)9.999 TO WS-MAX-PRL.
           05 LINE 13 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "ID tache (7)     : ".
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC Z(10) TO   WS-IDF-TRA.
           05 LINE 14 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 40 VALUE "Action F/A (7)    : ".
           05 LINE 14 COLUMN 60 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 61 PIC X(01) TO   WS-ACT-TRA.
           05 LINE 14 COLUMN 62 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 7 - Action, 0 - Retour".
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

               IF WS-AFF-OUI
                   PERFORM 0800-AFF-EMR-DEB
                      THRU 0800-AFF-EMR-FIN
               END-IF

               ACCEPT S-ECR-EMR

               MOVE SPACES TO WS-MSG
               SET WS-AFF-NON TO TRUE

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-LIR-EMR-DEB
                      THRU 0400-LIR-EMR-FIN

               WHEN '2'
                   IF WS-COD-EMR = SPACES
                       MOVE "Renseigner la piece et le code de reserve"
                           TO WS-MSG
                   ELSE
                       MOVE "C" TO WS-ACT-EMR
                       PERFORM 0500-MAJ-EMR-DEB
                          THRU 0500-MAJ-EMR-FIN
                   END-IF

               WHEN '3'
                   IF WS-IDF-EMR = 0 OR WS-QTE = 0
                      OR (WS-SNS NOT = "M" AND WS-SNS NOT = "D")
                       MOVE "Renseigner la reserve, la quantite et le se
      -                    "ns M/D" TO WS-MSG
                   ELSE
                       MOVE WS-SNS TO WS-ACT-EMR
                       PERFORM 0500-MAJ-EMR-DEB
                          THRU 0500-MAJ-EMR-FIN
                   END-IF

               WHEN '4'
                   IF WS-IDF-EMR = 0
                       MOVE "Renseigner l'ID de la reserve" TO WS-MSG
                   ELSE
                       MOVE "S" TO WS-ACT-EMR
                       PERFORM 0500-MAJ-EMR-DEB
                          THRU 0500-MAJ-EMR-FIN
                   END-IF

               WHEN '5'
                   MOVE "P" TO WS-ACT-EMR
                   PERFORM 0500-MAJ-EMR-DEB
                      THRU 0500-MAJ-EMR-FIN

               WHEN '6'
                   CALL "genreaprl"
                   END-CALL
                   MOVE "Taches editees dans taches_reappro.txt"
                       TO WS-MSG

               WHEN '7'
                   PERFORM 0600-MAJ-TRA-DEB
                      THRU 0600-MAJ-TRA-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Lecture des emplacements de la pièce, affichés au tour suivant.
       0400-LIR-EMR-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID de la piece" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-ENT TO WS-IDF-ENT-LU.

           CALL "liremr"
               USING
               WS-IDF-PIE
               WS-IDF-ENT-LU
               WS-EMP-PIE
               WS-QTE-PRL
               WS-MIN-LU
               WS-MAX-LU
               WS-QTE-RES
               WS-TAB-EMR
               WS-EMP-LIR-RET
           END-CALL.

           IF WS-EMP-LIR-RET-OK
               SET WS-AFF-OUI TO TRUE
           ELSE
               MOVE "Piece inconnue" TO WS-MSG
           END-IF.

       0400-LIR-EMR-FIN.

      *-----------------------------------------------------------------
      * Appel commun de "majemr", puis réaffichage des emplacements.
       0500-MAJ-EMR-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID de la piece" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majemr"
               USING
               WS-IDF-PIE
               WS-IDF-ENT
               WS-ACT-EMR
               WS-IDF-EMR
               WS-COD-EMR
               WS-QTE
               WS-MIN-PRL
               WS-MAX-PRL
               G-UTI-ID
               WS-EMR-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EMR-MAJ-RET-OK
                   IF WS-ACT-EMR = "C"
                       MOVE WS-IDF-EMR TO WS-IDF-EDT
                       STRING "Reserve creee, ID " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-EDT)
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
                   ELSE
                       MOVE "Emplacements mis a jour" TO WS-MSG
                   END-IF
               WHEN WS-EMR-MAJ-RET-FK-ERR
                   MOVE "Piece ou reserve inconnue dans ce depot"
                       TO WS-MSG
               WHEN WS-EMR-MAJ-RET-STK-ERR
                   MOVE "Quantite superieure a celle de l'emplacement"
                       TO WS-MSG
               WHEN WS-EMR-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Code deja pris, maximum < minimum ou erreur"
                       TO WS-MSG
           END-EVALUATE.

           IF WS-EMR-MAJ-RET-OK
               MOVE WS-MSG TO WS-LGN-AFF
               PERFORM 0400-LIR-EMR-DEB
                  THRU 0400-LIR-EMR-FIN
               MOVE WS-LGN-AFF TO WS-MSG
           END-IF.

       0500-MAJ-EMR-FIN.

      *-----------------------------------------------------------------
      * Tâche de réassort faite (quantité réelle, 0 = celle prévue)
      * ou annulée.
       0600-MAJ-TRA-DEB.

           IF WS-IDF-TRA = 0
              OR (WS-ACT-TRA NOT = "F" AND WS-ACT-TRA NOT = "A")
               MOVE "Renseigner l'ID de la tache et l'action F/A"
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majtra"
               USING
               WS-IDF-TRA
               WS-ACT-TRA
               WS-QTE
               G-UTI-ID
               WS-EMR-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EMR-MAJ-RET-OK
                   MOVE "Tache close" TO WS-MSG
               WHEN WS-EMR-MAJ-RET-FK-ERR
                   MOVE "Tache inconnue" TO WS-MSG
               WHEN WS-EMR-MAJ-RET-STK-ERR
                   MOVE "La reserve ne porte plus cette quantite"
                       TO WS-MSG
               WHEN WS-EMR-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Tache deja close ou erreur" TO WS-MSG
           END-EVALUATE.

       0600-MAJ-TRA-FIN.

      *-----------------------------------------------------------------
      * Casier de prélèvement de la pièce sur la ligne 17, puis ses
      * emplacements de réserve, trois par ligne à partir de la 18.
       0800-AFF-EMR-DEB.

           MOVE WS-IDF-ENT-LU TO WS-ENT-EDT.
           MOVE WS-QTE-PRL    TO WS-QTE-EDT.
           MOVE WS-MIN-LU     TO WS-MIN-EDT.
           MOVE WS-MAX-LU     TO WS-MAX-EDT.
           MOVE WS-QTE-RES    TO WS-RES-EDT.

           MOVE SPACES TO WS-LGN-AFF.
           STRING "Depot " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENT-EDT) DELIMITED BY SIZE
                  " - prelev. " DELIMITED BY SIZE
                  WS-EMP-PIE DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                  " (min " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-EDT) DELIMITED BY SIZE
                  " max " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MAX-EDT) DELIMITED BY SIZE
                  ") reserve " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RES-EDT) DELIMITED BY SIZE
                  INTO WS-LGN-AFF
           END-STRING.
           DISPLAY WS-LGN-AFF AT LINE 17 COLUMN 03.

           MOVE 18 TO WS-LIN-IDX.
           MOVE 3  TO WS-COL-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NBR-EMR OR WS-LIN-IDX > 21
               MOVE WS-EMR-IDF(WS-IDX) TO WS-IDF-EDT
               MOVE WS-EMR-QTE(WS-IDX) TO WS-RES-EDT
               MOVE SPACES TO WS-LGN-AFF
               STRING FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EMR-COD(WS-IDX) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RES-EDT) DELIMITED BY SIZE
                      INTO WS-LGN-AFF
               END-STRING
               DISPLAY WS-LGN-AFF(1:24)
                   AT LINE WS-LIN-IDX COLUMN WS-COL-IDX
               IF WS-COL-IDX < 53
                   ADD 25 TO WS-COL-IDX
               ELSE
                   MOVE 3 TO WS-COL-IDX
                   ADD 1 TO WS-LIN-IDX
               END-IF
           END-PERFORM.

       0800-AFF-EMR-FIN.
