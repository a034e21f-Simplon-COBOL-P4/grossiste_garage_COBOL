      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran de maintenance des règles de conflit de la séparation    *
      * des tâches : liste la table "regle_conflit" (via "lirrgc"),    *
      * ajoute une règle (A : deux codes d'étape du catalogue          *
      * "etpsod" + libellé) et en supprime une (S + les deux codes),   *
      * via "majrgc". A la première ouverture sur une base vierge, le  *
      * jeu de règles par défaut du catalogue est amorcé d'office,     *
      * comme la liste des motifs dans "ecrmot". Les règles sont       *
      * appliquées chaque mois par le rapport "edtsod".                *
      * Accessible depuis le menu administrateur "ecradm".             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RGC=REGLE DE CONFLIT; ETP=ETAPE; LIB=LIBELLE;       *
      * SAI=SAISIE; AMR=AMORCE; DEF=DEFAUT; CHX=CHOIX; BCL=BOUCLE;     *
      * AFF=AFFICHAGE; IDX=INDEX; NTT=ENTETE; UND=UNDERSCORE;          *
      * CND=CONDITION; ERR=ERREUR; SUC=SUCCES; LGD=LEGENDE.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrgc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des règles (via "lirrgc").
       01 WS-TAB-RGC.
           05 WS-RGC             OCCURS 20 TIMES.
               10 WS-RGC-A       PIC X(06).
               10 WS-RGC-B       PIC X(06).
               10 WS-RGC-LIB     PIC X(40).

      * Catalogue des étapes et règles par défaut.
       COPY etpsod.
       77 WS-IDX-AMR             PIC 9(02).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(07) VALUE "Etape A".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(07) VALUE "Etape B".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(40) VALUE
               "               Libelle                  ".

       01 WS-RGC-LIN.
           05 WS-RGC-LIN-A       PIC X(06).
           05 FILLER             PIC X(01) VALUE " ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-RGC-LIN-B       PIC X(06).
           05 FILLER             PIC X(01) VALUE " ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-RGC-LIN-LIB     PIC X(40).

      * Légende des codes d'étape, composée depuis le catalogue.
       01 WS-LGD-LIN             PIC X(76).

       77 WS-MAX-LIN             PIC 9(02) VALUE 10.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-AJU                  VALUE "A", "a".
           88 WS-CHX-SUP                  VALUE "S", "s".

       77 WS-ETP-A-SAI           PIC X(06).
       77 WS-ETP-B-SAI           PIC X(06).
       77 WS-LIB-SAI             PIC X(40).
       77 WS-TYP-ACT             PIC 9(01).

       01 WS-ERR-SAI             PIC X(76) VALUE
           "Saisir deux etapes (et un libelle pour l'ajout)".

       01 WS-ERR-FK              PIC X(76) VALUE
           "Etape inconnue, etapes identiques ou regle absente".

       01 WS-ERR-DUP             PIC X(76) VALUE
           "Cette regle existe deja".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucune regle de conflit".

       01 WS-SUC-AJU             PIC X(76) VALUE
           "Regle ajoutee".

       01 WS-SUC-SUP             PIC X(76) VALUE
           "Regle supprimee".

       01 WS-SUC-AMR             PIC X(76) VALUE
           "Regles par defaut amorcees".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majretmsg REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       01 WS-MNU-2               PIC 9(01).
           88 WS-MNU-2-INV                VALUE 1.
           88 WS-MNU-2-VIS                VALUE 2.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-RGC.
           COPY ecrutlin.
           05 LINE 06 COL 03 VALUE
               "Separation des taches - regles de conflit".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-UND-LIN.
           05 LINE 21 COL 03 FROM WS-LGD-LIN.
           05 LINE 23.
               10 COL 03 VALUE "Action [".
               10 COL 11 PIC X(01) USING WS-CHX.
               10 COL 12 VALUE "]".
               10 COL 14 VALUE "Etapes [".
               10 COL 22 PIC X(06) USING WS-ETP-A-SAI.
               10 COL 28 VALUE "] [".
               10 COL 31 PIC X(06) USING WS-ETP-B-SAI.
               10 COL 37 VALUE "]".
               10 COL 39 VALUE "[".
               10 COL 40 PIC X(40) USING WS-LIB-SAI.
               10 COL 80 VALUE "]".
           05 LINE 24 COL 03 VALUE
               "A=ajouter  S=supprimer  vide=rafraichir  "
               & "autre=retour".

       01 S-MSG-ERR.
           05 LINE 07 COLUMN 03 FROM WS-MSG-ERR.

       PROCEDURE DIVISION.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.

           MOVE SPACES TO WS-LGD-LIN.
           STRING "Etapes : " DELIMITED BY SIZE
                  WS-ETP-COD(1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ETP-COD(2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ETP-COD(3) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ETP-COD(4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ETP-COD(5) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ETP-COD(6) DELIMITED BY SIZE
                  INTO WS-LGD-LIN
           END-STRING.

      * Base vierge : le jeu de règles par défaut est amorcé d'office.
           PERFORM 0150-AMR-CND-DEB
              THRU 0150-AMR-CND-FIN.

           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0900-AFF-ERR-CND-DEB
                  THRU 0900-AFF-ERR-CND-FIN

               PERFORM 0800-AFF-MNU-2-CND-DEB
                  THRU 0800-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-RGC
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-RGC-DEB
                          THRU 0100-APL-LEC-RGC-FIN
                   WHEN WS-CHX-AJU
                       MOVE 1 TO WS-TYP-ACT
                       PERFORM 0200-ACT-RGC-DEB
                          THRU 0200-ACT-RGC-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-SUP
                       MOVE 2 TO WS-TYP-ACT
                       PERFORM 0200-ACT-RGC-DEB
                          THRU 0200-ACT-RGC-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-APL-LEC-RGC-DEB.
           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirrgc"
               USING
               WS-TAB-RGC
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-OK
                   SET WS-MNU-2-VIS TO TRUE
               WHEN WS-LIR-RET-VID
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN OTHER
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-SQL TO WS-MSG-ERR
           END-EVALUATE.
       0100-APL-LEC-RGC-FIN.

      *-----------------------------------------------------------------
      * Amorce le jeu de règles par défaut quand la table est vide
      * (première ouverture sur une base vierge).
       0150-AMR-CND-DEB.
           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirrgc"
               USING
               WS-TAB-RGC
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           IF WS-LIR-RET-VID
               PERFORM VARYING WS-IDX-AMR FROM 1 BY 1
                       UNTIL WS-IDX-AMR > WS-RGC-DEF-NBE
                   MOVE 1 TO WS-TYP-ACT
                   CALL "majrgc"
                       USING
                       WS-TYP-ACT
                       WS-RGC-DEF-A(WS-IDX-AMR)
                       WS-RGC-DEF-B(WS-IDX-AMR)
                       WS-RGC-DEF-LIB(WS-IDX-AMR)
                       WS-MAJ-RET
                   END-CALL
               END-PERFORM

               IF WS-MAJ-RET-OK
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-SUC-AMR TO WS-MSG-ERR
               END-IF
           END-IF.
       0150-AMR-CND-FIN.

      *-----------------------------------------------------------------
       0200-ACT-RGC-DEB.
           IF WS-ETP-A-SAI = SPACES OR WS-ETP-B-SAI = SPACES
                   OR (WS-TYP-ACT = 1 AND WS-LIB-SAI = SPACES)
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "majrgc"
               USING
               WS-TYP-ACT
               WS-ETP-A-SAI
               WS-ETP-B-SAI
               WS-LIB-SAI
               WS-MAJ-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   IF WS-TYP-ACT = 1
                       MOVE WS-SUC-AJU TO WS-MSG-ERR
                   ELSE
                       MOVE WS-SUC-SUP TO WS-MSG-ERR
                   END-IF
                   MOVE SPACES TO WS-ETP-A-SAI
                   MOVE SPACES TO WS-ETP-B-SAI
                   MOVE SPACES TO WS-LIB-SAI
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-FK TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ERR AND WS-TYP-ACT = 1
                   MOVE WS-ERR-DUP TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0200-ACT-RGC-FIN.

      *-----------------------------------------------------------------
       0700-AFF-RGC-DEB.
           MOVE 11 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-RGC-A(WS-IDX)   TO WS-RGC-LIN-A
               MOVE WS-RGC-B(WS-IDX)   TO WS-RGC-LIN-B
               MOVE WS-RGC-LIB(WS-IDX) TO WS-RGC-LIN-LIB

               DISPLAY WS-RGC-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0700-AFF-RGC-FIN.

      *-----------------------------------------------------------------
       0800-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0700-AFF-RGC-DEB
                  THRU 0700-AFF-RGC-FIN
               SET WS-MNU-2-INV TO TRUE
           END-IF.
       0800-AFF-MNU-2-CND-FIN.

      *-----------------------------------------------------------------
       0900-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0900-AFF-ERR-CND-FIN.
