      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran d'historique des modifications d'une fiche : pour la     *
      * pièce, le client ou le fournisseur saisi par son ID (type de   *
      * fiche reçu du menu appelant : PIE, CLI, FOU), affiche page par *
      * page, du plus récent au plus ancien, chaque champ modifié avec *
      * la date, l'heure, l'utilisateur, la précision (catégorie d'une *
      * remise, pièce et fournisseur d'un prix d'achat, type d'un      *
      * mouvement de stock) et l'ancienne puis la nouvelle valeur (via *
      * "lirhch"). Même navigation par numéro de page que "ecrkdxpie". *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; HCH=HISTORIQUE DE CHAMP; TYP=TYPE DE FICHE; IDF=ID; *
      * DAT=DATE; HEU=HEURE; UTI=UTILISATEUR; CLE=PRECISION;           *
      * CHP=CHAMP; ANC=ANCIENNE VALEUR; NOU=NOUVELLE VALEUR; PAG=PAGE; *
      * NUM=NUMERO; TIT=TITRE; IDX=INDEX; LIN=LIGNE; CHX=CHOIX;        *
      * BCL=BOUCLE; AFF=AFFICHAGE; NTT=ENTETE; UND=UNDERSCORE;         *
      * CND=CONDITION; ERR=ERREUR; QTT=QUANTITE.                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrhch.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des changements de la page courante (via "lirhch").
       01 WS-TAB-HCH.
           05 WS-HCH             OCCURS 10 TIMES.
               10 WS-HCH-DAT     PIC X(10).
               10 WS-HCH-HEU     PIC X(08).
               10 WS-HCH-UTI     PIC 9(10).
               10 WS-HCH-CLE     PIC X(30).
               10 WS-HCH-CHP     PIC X(30).
               10 WS-HCH-ANC     PIC X(60).
               10 WS-HCH-NOU     PIC X(60).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-TIT                 PIC X(30).

       01 WS-NTT-LIN.
           05 FILLER             PIC X(10) VALUE "   Date   ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(08) VALUE "  Heure ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "  ID uti. ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(20) VALUE "       Champ        ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(26) VALUE "Precision".

       01 WS-NTT-LIN-2.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(36) VALUE "Ancienne valeur".
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(35) VALUE "Nouvelle valeur".

       01 WS-HCH-LIN.
           05 WS-HCH-LIN-DAT     PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-HCH-LIN-HEU     PIC X(08).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-HCH-LIN-UTI     PIC Z(09)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-HCH-LIN-CHP     PIC X(20).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-HCH-LIN-CLE     PIC X(26).

       01 WS-HCH-LIN-2.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-HCH-LIN-ANC     PIC X(36).
           05 FILLER             PIC X(04) VALUE " -> ".
           05 WS-HCH-LIN-NOU     PIC X(35).

       77 WS-MAX-LIN             PIC 9(02) VALUE 5.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).
       77 WS-NUM-PAG             PIC 9(10).
       77 WS-IDF                 PIC 9(10).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       01 WS-MNU-2               PIC 9(01).
           88 WS-MNU-2-INV                VALUE 1.
           88 WS-MNU-2-VIS                VALUE 2.

       01 WS-ERR-IDT             PIC X(76) VALUE
           "L'identifiant de la fiche est obligatoire".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucune modification pour cette fiche sur cette page".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

       COPY ctxerr.

       COPY utiglb.

       LINKAGE SECTION.
      * Type de fiche : PIE (pièce), CLI (client), FOU (fournisseur).
       01 LK-TYP                 PIC X(03).

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-HCH.
           COPY ecrutlin.
           05 LINE 06 COL 03 PIC X(30) FROM WS-TIT.
           05 LINE 06 COL 34 VALUE "- ID : [".
           05 LINE 06 COL 42 PIC Z(10) USING WS-IDF AUTO.
           05 LINE 06 COL 52 VALUE "]".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-NTT-LIN-2.
           05 LINE 11 COL 02 FROM WS-UND-LIN.
           05 LINE 23.
               10 COL 03 VALUE "Choix de la page".
               10 COL 20 VALUE "[".
               10 COL 21 PIC Z(10) USING WS-NUM-PAG.
               10 COL 31 VALUE "]".
               10 COL 62 VALUE "Retour au menu".
               10 COL 77 VALUE "[".
               10 COL 78 PIC X(01) USING WS-CHX.
               10 COL 79 VALUE "]".
           05 LINE 22 COL 02 FROM WS-UND-LIN.

       01 S-MSG-ERR.
           05 LINE 07 COLUMN 03 FROM WS-MSG-ERR.

       PROCEDURE DIVISION USING LK-TYP.

           EVALUATE LK-TYP
               WHEN "PIE"
                   MOVE "Historique d'une piece" TO WS-TIT
               WHEN "CLI"
                   MOVE "Historique d'un client" TO WS-TIT
               WHEN OTHER
                   MOVE "Historique d'un fournisseur" TO WS-TIT
           END-EVALUATE.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0500-AFF-ERR-CND-DEB
                  THRU 0500-AFF-ERR-CND-FIN

               PERFORM 0400-AFF-MNU-2-CND-DEB
                  THRU 0400-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-HCH
               EVALUATE TRUE
                   WHEN WS-CHX-VID
      * Lecture de la page de modifications demandée pour la fiche.
                       PERFORM 0100-APL-LEC-HCH-DEB
                          THRU 0100-APL-LEC-HCH-FIN
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-APL-LEC-HCH-DEB.
           IF WS-IDF = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirhch"
               USING
               LK-TYP
               WS-IDF
               WS-TAB-HCH
               WS-NUM-PAG
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
       0100-APL-LEC-HCH-FIN.

      *-----------------------------------------------------------------
      * Deux lignes par changement : qui, quand, quel champ, puis
      * l'ancienne et la nouvelle valeur.
       0300-AFF-HCH-DEB.
           MOVE 12 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-HCH-DAT(WS-IDX) TO WS-HCH-LIN-DAT
               MOVE WS-HCH-HEU(WS-IDX) TO WS-HCH-LIN-HEU
               MOVE WS-HCH-UTI(WS-IDX) TO WS-HCH-LIN-UTI
               MOVE WS-HCH-CHP(WS-IDX) TO WS-HCH-LIN-CHP
               MOVE WS-HCH-CLE(WS-IDX) TO WS-HCH-LIN-CLE
               MOVE WS-HCH-ANC(WS-IDX) TO WS-HCH-LIN-ANC
               MOVE WS-HCH-NOU(WS-IDX) TO WS-HCH-LIN-NOU

               DISPLAY WS-HCH-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
               DISPLAY WS-HCH-LIN-2 AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0300-AFF-HCH-FIN.

      *-----------------------------------------------------------------
       0400-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0300-AFF-HCH-DEB
                  THRU 0300-AFF-HCH-FIN
               SET WS-MNU-2-INV TO TRUE
           END-IF.
       0400-AFF-MNU-2-CND-FIN.

      *-----------------------------------------------------------------
       0500-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0500-AFF-ERR-CND-FIN.
