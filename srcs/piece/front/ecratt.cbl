      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran des caractéristiques techniques des pièces : répond à    *
      * "un pneu 205/55 R16 91V" ou "un balai d'essuie-glace de 600    *
      * mm" en listant les pièces qui portent les valeurs saisies sur  *
      * un à trois attributs (critères), avec leur disponible à la     *
      * vente ("lirdsppie", tous dépôts) ; assure aussi la maintenance *
      * du catalogue d'attributs : liste des attributs d'une catégorie *
      * (C + catégorie), définition d'un attribut (D : catégorie, nom, *
      * unité), attributs et valeurs d'une pièce (P + pièce), pose     *
      * d'une valeur (V : pièce, attribut, valeur) et retrait (S :     *
      * pièce, attribut), via "liratt" et "majatt". Accessible depuis  *
      * l'écran de consultation "ecrchpie".                            *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; ATT=ATTRIBUT; CAT=CATEGORIE; PIE=PIECE; VAL=VALEUR; *
      * UNI=UNITE; NOM=NOM; CRI=CRITERE; DSP=DISPONIBLE; QTE=QUANTITE; *
      * ENT=ENTREPOT; CHX=CHOIX; CHC=CHERCHER; LST=LISTER;             *
      * DEF=DEFINIR; SUP=SUPPRIMER; BCL=BOUCLE; AFF=AFFICHAGE;         *
      * IDX=INDEX; NTT=ENTETE; UND=UNDERSCORE; CND=CONDITION;          *
      * ERR=ERREUR; SUC=SUCCES; SAI=SAISIE; NBE=NOMBRE D'ENTREES.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecratt.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Critères de recherche transmis à "liratt" (mode 3).
       01 WS-TAB-CRI.
           05 WS-CRI             OCCURS 3 TIMES.
               10 WS-CRI-ATT     PIC 9(10).
               10 WS-CRI-VAL     PIC X(20).

      * Table des lignes rendues par "liratt" (les trois modes).
       01 WS-TAB-ATT.
           05 WS-ATT             OCCURS 12 TIMES.
               10 WS-ATT-IDF     PIC 9(10).
               10 WS-ATT-PIE     PIC 9(10).
               10 WS-ATT-NOM     PIC X(30).
               10 WS-ATT-VAL     PIC X(20).
               10 WS-ATT-UNI     PIC X(10).

      * Disponible à la vente de chaque pièce trouvée ("lirdsppie").
       01 WS-TAB-DSP.
           05 WS-DSP-QTE         PIC 9(07)V9(03) OCCURS 12 TIMES.

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(10) VALUE " Attr/Pce ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(25) VALUE
               "          Nom            ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(20) VALUE
               "       Valeur       ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(08) VALUE " Unite  ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(11) VALUE " Disponible".

       01 WS-ATT-LIN.
           05 WS-LIN-IDF         PIC Z(09)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-NOM         PIC X(25).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-VAL         PIC X(20).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-UNI         PIC X(08).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-DSP         PIC Z(06)9.999.
           05 WS-LIN-DSP-X       REDEFINES WS-LIN-DSP
                                 PIC X(11).

       77 WS-MAX-LIN             PIC 9(02) VALUE 9.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-CAT                  VALUE "C", "c".
           88 WS-CHX-DEF                  VALUE "D", "d".
           88 WS-CHX-PIE                  VALUE "P", "p".
           88 WS-CHX-VAL                  VALUE "V", "v".
           88 WS-CHX-SUP                  VALUE "S", "s".

      * Saisies de maintenance : catégorie, attribut, pièce, nom et
      * unité de l'attribut défini, valeur posée.
       77 WS-IDF-CAT             PIC 9(10).
       77 WS-IDF-ATT             PIC 9(10).
       77 WS-IDF-PIE             PIC 9(10).
       77 WS-NOM-SAI             PIC X(20).
       77 WS-UNI-SAI             PIC X(10).
       77 WS-VAL-SAI             PIC X(20).

       77 WS-MOD-LIR             PIC 9(01).
       77 WS-TYP-ACT             PIC 9(01).
       77 WS-IDF-ENT             PIC 9(10) VALUE 0.
       77 WS-NOM-PIE             PIC X(50).

       01 WS-ERR-SAI             PIC X(76) VALUE
           "Saisie incomplete pour cette action".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucune ligne trouvee".

       01 WS-ERR-ACT             PIC X(76) VALUE
           "Echec de la mise a jour des caracteristiques".

       01 WS-ERR-CAT             PIC X(76) VALUE
           "Attribut inconnu ou hors de la categorie de la piece".

       01 WS-SUC-DEF             PIC X(76) VALUE
           "Attribut defini sur la categorie".

       01 WS-SUC-VAL             PIC X(76) VALUE
           "Valeur enregistree sur la piece".

       01 WS-SUC-SUP             PIC X(76) VALUE
           "Valeur retiree de la piece".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DSP==.
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

      * Mode de la dernière lecture : la colonne disponible n'a de
      * sens que pour une recherche.
       01 WS-AFF-DSP             PIC 9(01).
           88 WS-AFF-DSP-OUI              VALUE 1.
           88 WS-AFF-DSP-NON              VALUE 0.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-ATT.
           COPY ecrutlin.
           05 LINE 05 COL 03 VALUE "Caracteristiques techniques".
           05 LINE 06.
               10 COL 03 VALUE "Categorie [".
               10 COL 14 PIC Z(10) USING WS-IDF-CAT.
               10 COL 24 VALUE "]".
               10 COL 26 VALUE "Attribut [".
               10 COL 36 PIC Z(10) USING WS-IDF-ATT.
               10 COL 46 VALUE "]".
               10 COL 48 VALUE "Piece [".
               10 COL 55 PIC Z(10) USING WS-IDF-PIE.
               10 COL 65 VALUE "]".
           05 LINE 07.
               10 COL 03 VALUE "Nom [".
               10 COL 08 PIC X(20) USING WS-NOM-SAI.
               10 COL 28 VALUE "]".
               10 COL 30 VALUE "Unite [".
               10 COL 37 PIC X(10) USING WS-UNI-SAI.
               10 COL 47 VALUE "]".
               10 COL 49 VALUE "Valeur [".
               10 COL 57 PIC X(20) USING WS-VAL-SAI.
               10 COL 77 VALUE "]".
           05 LINE 08.
               10 COL 03 VALUE "Critere 1 : attribut [".
               10 COL 25 PIC Z(10) USING WS-CRI-ATT(1).
               10 COL 35 VALUE "] valeur [".
               10 COL 45 PIC X(20) USING WS-CRI-VAL(1).
               10 COL 65 VALUE "]".
           05 LINE 09.
               10 COL 03 VALUE "Critere 2 : attribut [".
               10 COL 25 PIC Z(10) USING WS-CRI-ATT(2).
               10 COL 35 VALUE "] valeur [".
               10 COL 45 PIC X(20) USING WS-CRI-VAL(2).
               10 COL 65 VALUE "]".
           05 LINE 10.
               10 COL 03 VALUE "Critere 3 : attribut [".
               10 COL 25 PIC Z(10) USING WS-CRI-ATT(3).
               10 COL 35 VALUE "] valeur [".
               10 COL 45 PIC X(20) USING WS-CRI-VAL(3).
               10 COL 65 VALUE "]".
           05 LINE 11 COL 02 FROM WS-UND-LIN.
           05 LINE 12 COL 02 FROM WS-NTT-LIN.
           05 LINE 13 COL 02 FROM WS-UND-LIN.
           05 LINE 23.
               10 COL 03 VALUE
                   "vide=chercher C=attributs D=definir P=piece "
                   & "V=valeur S=retirer".
               10 COL 70 VALUE "Ret [".
               10 COL 75 PIC X(01) USING WS-CHX.
               10 COL 76 VALUE "]".

       01 S-MSG-ERR.
           05 LINE 05 COLUMN 35 FROM WS-MSG-ERR.

       PROCEDURE DIVISION.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0900-AFF-ERR-CND-DEB
                  THRU 0900-AFF-ERR-CND-FIN

               PERFORM 0800-AFF-MNU-2-CND-DEB
                  THRU 0800-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-ATT
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-CHC-PIE-DEB
                          THRU 0100-CHC-PIE-FIN
                   WHEN WS-CHX-CAT
                       MOVE 1 TO WS-MOD-LIR
                       PERFORM 0200-LST-ATT-DEB
                          THRU 0200-LST-ATT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-PIE
                       MOVE 2 TO WS-MOD-LIR
                       PERFORM 0200-LST-ATT-DEB
                          THRU 0200-LST-ATT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-DEF
                       MOVE 1 TO WS-TYP-ACT
                       PERFORM 0300-MAJ-ATT-DEB
                          THRU 0300-MAJ-ATT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-VAL
                       MOVE 2 TO WS-TYP-ACT
                       PERFORM 0300-MAJ-ATT-DEB
                          THRU 0300-MAJ-ATT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-SUP
                       MOVE 3 TO WS-TYP-ACT
                       PERFORM 0300-MAJ-ATT-DEB
                          THRU 0300-MAJ-ATT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
      * Recherche : pièces portant les valeurs des critères saisis,
      * avec leur disponible à la vente tous dépôts confondus.
       0100-CHC-PIE-DEB.
           IF WS-CRI-ATT(1) = 0 AND WS-CRI-ATT(2) = 0
                   AND WS-CRI-ATT(3) = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.
           MOVE 3 TO WS-MOD-LIR.

           CALL "liratt"
               USING
               WS-MOD-LIR
               WS-IDF-CAT
               WS-IDF-PIE
               WS-TAB-CRI
               WS-TAB-ATT
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           IF WS-LIR-RET-OK
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTT-LIN
                   MOVE 0 TO WS-DSP-QTE(WS-IDX)
                   CALL "lirdsppie"
                       USING
                       WS-ATT-PIE(WS-IDX)
                       WS-IDF-ENT
                       WS-NOM-PIE
                       WS-DSP-QTE(WS-IDX)
                       WS-DSP-LIR-RET
                   END-CALL
               END-PERFORM
           END-IF.

           SET WS-AFF-DSP-OUI TO TRUE.

           PERFORM 0700-EVA-LIR-DEB
              THRU 0700-EVA-LIR-FIN.
       0100-CHC-PIE-FIN.

      *-----------------------------------------------------------------
      * Maintenance : attributs d'une catégorie (mode 1) ou attributs
      * et valeurs d'une pièce (mode 2).
       0200-LST-ATT-DEB.
           IF (WS-MOD-LIR = 1 AND WS-IDF-CAT = 0)
                   OR (WS-MOD-LIR = 2 AND WS-IDF-PIE = 0)
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "liratt"
               USING
               WS-MOD-LIR
               WS-IDF-CAT
               WS-IDF-PIE
               WS-TAB-CRI
               WS-TAB-ATT
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           SET WS-AFF-DSP-NON TO TRUE.

           PERFORM 0700-EVA-LIR-DEB
              THRU 0700-EVA-LIR-FIN.
       0200-LST-ATT-FIN.

      *-----------------------------------------------------------------
      * Définition d'un attribut (1), pose d'une valeur (2) ou retrait
      * d'une valeur (3) via "majatt".
       0300-MAJ-ATT-DEB.
           IF (WS-TYP-ACT = 1
                   AND (WS-IDF-CAT = 0 OR WS-NOM-SAI = SPACES))
               OR (WS-TYP-ACT = 2
                   AND (WS-IDF-PIE = 0 OR WS-IDF-ATT = 0
                        OR WS-VAL-SAI = SPACES))
               OR (WS-TYP-ACT = 3
                   AND (WS-IDF-PIE = 0 OR WS-IDF-ATT = 0))
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "majatt"
               USING
               WS-TYP-ACT
               WS-IDF-ATT
               WS-IDF-CAT
               WS-IDF-PIE
               WS-NOM-SAI
               WS-UNI-SAI
               WS-VAL-SAI
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.
           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK AND WS-TYP-ACT = 1
                   MOVE WS-SUC-DEF TO WS-MSG-ERR
               WHEN WS-MAJ-RET-OK AND WS-TYP-ACT = 2
                   MOVE WS-SUC-VAL TO WS-MSG-ERR
               WHEN WS-MAJ-RET-OK
                   MOVE WS-SUC-SUP TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-FK-ERR AND WS-TYP-ACT = 2
                   MOVE WS-ERR-CAT TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-ERR-ACT TO WS-MSG-ERR
           END-EVALUATE.
       0300-MAJ-ATT-FIN.

      *-----------------------------------------------------------------
       0700-EVA-LIR-DEB.
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
       0700-EVA-LIR-FIN.

      *-----------------------------------------------------------------
      * En recherche, la première colonne porte la pièce ; en
      * maintenance, l'attribut.
       0600-AFF-ATT-DEB.
           MOVE 14 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               IF WS-AFF-DSP-OUI
                   MOVE WS-ATT-PIE(WS-IDX) TO WS-LIN-IDF
                   MOVE WS-DSP-QTE(WS-IDX) TO WS-LIN-DSP
               ELSE
                   MOVE WS-ATT-IDF(WS-IDX) TO WS-LIN-IDF
                   MOVE SPACES TO WS-LIN-DSP-X
               END-IF
               MOVE WS-ATT-NOM(WS-IDX) TO WS-LIN-NOM
               MOVE WS-ATT-VAL(WS-IDX) TO WS-LIN-VAL
               MOVE WS-ATT-UNI(WS-IDX) TO WS-LIN-UNI

               DISPLAY WS-ATT-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0600-AFF-ATT-FIN.

      *-----------------------------------------------------------------
       0800-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0600-AFF-ATT-DEB
                  THRU 0600-AFF-ATT-FIN
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
