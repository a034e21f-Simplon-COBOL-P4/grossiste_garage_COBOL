      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran des carcasses (pièces reconditionnées vendues en échange *
      * standard : alternateurs, démarreurs, étriers, turbos...) :     *
      * liste les carcasses dues (d'un client ou de tous, via          *
      * "lircrs") avec la date de facturation, la quantité due et la   *
      * consigne ; enregistre le retour de carcasses inspectées par le *
      * client (R acceptées : avoir de la consigne ; X refusées : la   *
      * consigne reste acquise ; via "ajurcpcrs") ; règle la valeur de *
      * carcasse d'une pièce (V, via "majcrs") ; constitue le lot de   *
      * retour des carcasses acceptées au reconditionneur avec son bon *
      * et l'avoir attendu (L, via "ajurcsfou" et "edtbrcfou") ;       *
      * saisit l'avoir reçu pour un lot (A, via "majrcsfou") ; et      *
      * édite les carcasses dues par ancienneté (E, via "edtcrsage").  *
      * Même ossature que "ecrcsg".                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; CRS=CARCASSE; CLI=CLIENT; PIE=PIECE; QTE=QUANTITE;  *
      * MNT=MONTANT; FOU=FOURNISSEUR; RCS=RETOUR DE CARCASSES; BRC=BON *
      * DE RETOUR DE CARCASSES; ACC=ACCEPTEE; REJ=REFUSEE; VAL=VALEUR; *
      * AVR=AVOIR; ATT=ATTENDU; EDT=EDITION; DUE=DUE; DAT=DATE;        *
      * RCP=RECEPTION; SAI=SAISIE; CHX=CHOIX; BCL=BOUCLE;              *
      * AFF=AFFICHAGE; IDX=INDEX; NTT=ENTETE; UND=UNDERSCORE;          *
      * CND=CONDITION; ERR=ERREUR; SUC=SUCCES.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrcrs.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des carcasses dues (via "lircrs").
       01 WS-TAB-CRS.
           05 WS-CRS             OCCURS 12 TIMES.
               10 WS-CRS-CLI     PIC 9(10).
               10 WS-CRS-NOM-CLI PIC X(20).
               10 WS-CRS-PIE     PIC 9(10).
               10 WS-CRS-NOM-PIE PIC X(20).
               10 WS-CRS-DAT     PIC X(10).
               10 WS-CRS-DUE     PIC 9(10).
               10 WS-CRS-VAL     PIC 9(08)V99.

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(08) VALUE " Client ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(14) VALUE "     Nom      ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(08) VALUE "  Piece ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(14) VALUE "     Nom      ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE " Facturee ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(06) VALUE " Dues ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE " Consigne ".

       01 WS-CRS-LIN.
           05 WS-LIN-CLI         PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-NOM-CLI     PIC X(14).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-PIE         PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-NOM-PIE     PIC X(14).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-DAT         PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-DUE         PIC Z(05)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-VAL         PIC Z(06)9.99.

       77 WS-MAX-LIN             PIC 9(02) VALUE 10.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-ACC                  VALUE "R", "r".
           88 WS-CHX-REJ                  VALUE "X", "x".
           88 WS-CHX-VAL                  VALUE "V", "v".
           88 WS-CHX-LOT                  VALUE "L", "l".
           88 WS-CHX-AVR                  VALUE "A", "a".
           88 WS-CHX-EDT                  VALUE "E", "e".

       77 WS-IDF-CLI             PIC 9(10).
       77 WS-IDF-PIE             PIC 9(10).
       77 WS-QTE-SAI             PIC 9(10).
       77 WS-MNT-SAI             PIC 9(08)V99.
       77 WS-IDF-FOU             PIC 9(10).
       77 WS-IDF-RCS             PIC 9(10).

      * Reception d'une carcasse ("ajurcpcrs").
       77 WS-ACC                 PIC 9(01).
       77 WS-NUM-AVR             PIC 9(08).
       77 WS-MNT-AVR             PIC 9(10)V99.

      * Valeur de carcasse de la piece ("majcrs").
       77 WS-VAL-CRS             PIC 9(06)V99.

      * Lot de retour au reconditionneur ("ajurcsfou").
       77 WS-QTE-RCS             PIC 9(10).
       77 WS-MNT-ATT             PIC 9(10)V99.

       77 WS-NUM-EDT             PIC Z(09)9.
       77 WS-MNT-EDT             PIC Z(08)9.99.

       01 WS-ERR-SAI             PIC X(76) VALUE
           "Saisir le client, la piece et la quantite de carcasses".

       01 WS-ERR-DUE             PIC X(76) VALUE
           "Reception refusee : pas autant de carcasses dues".

       01 WS-ERR-VAL             PIC X(76) VALUE
           "Saisir la piece et la valeur de carcasse (0 = aucune)".

       01 WS-ERR-LOT             PIC X(76) VALUE
           "Saisir le fournisseur (reconditionneur) du lot".

       01 WS-ERR-LOT-VID         PIC X(76) VALUE
           "Aucune carcasse acceptee en attente pour ce fournisseur".

       01 WS-ERR-AVR             PIC X(76) VALUE
           "Avoir refuse : lot inconnu ou deja credite".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucune carcasse due".

       01 WS-SUC-REJ             PIC X(76) VALUE
           "Carcasse(s) refusee(s) : la consigne reste acquise".

       01 WS-SUC-VAL             PIC X(76) VALUE
           "Valeur de carcasse de la piece reglee".

       01 WS-SUC-AVR             PIC X(76) VALUE
           "Avoir du reconditionneur enregistre sur le lot".

       01 WS-SUC-EDT             PIC X(76) VALUE
           "Carcasses dues editees dans carcasses_agees.txt".

       01 WS-SUC-MSG             PIC X(76).

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-BRC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuretmsg REPLACING ==:PREFIX:== BY ==WS==.
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
       01 S-MNU-CRS.
           COPY ecrutlin.
           05 LINE 05 COL 03 VALUE "Carcasses (echange standard)".
           05 LINE 06.
               10 COL 03 VALUE "Client [".
               10 COL 11 PIC Z(10) USING WS-IDF-CLI.
               10 COL 21 VALUE "]".
               10 COL 23 VALUE "Piece [".
               10 COL 30 PIC Z(10) USING WS-IDF-PIE.
               10 COL 40 VALUE "]".
               10 COL 42 VALUE "Qte [".
               10 COL 47 PIC Z(10) USING WS-QTE-SAI.
               10 COL 57 VALUE "]".
           05 LINE 08.
               10 COL 03 VALUE "Mnt [".
               10 COL 08 PIC Z(07)9.99 USING WS-MNT-SAI.
               10 COL 19 VALUE "]".
               10 COL 23 VALUE "Fourn. [".
               10 COL 31 PIC Z(10) USING WS-IDF-FOU.
               10 COL 41 VALUE "]".
               10 COL 43 VALUE "Lot [".
               10 COL 48 PIC Z(10) USING WS-IDF-RCS.
               10 COL 58 VALUE "]".
           05 LINE 09 COL 02 FROM WS-UND-LIN.
           05 LINE 10 COL 02 FROM WS-NTT-LIN.
           05 LINE 11 COL 02 FROM WS-UND-LIN.
           05 LINE 22 COL 03 VALUE
               "vide=liste  R=carcasse acceptee  X=carcasse refusee  "
               & "V=valeur piece".
           05 LINE 23.
               10 COL 03 VALUE
                   "L=lot au fournisseur  A=avoir recu du lot  "
                   & "E=edition dues".
               10 COL 70 VALUE "Ret [".
               10 COL 75 PIC X(01) USING WS-CHX.
               10 COL 76 VALUE "]".

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
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0900-AFF-ERR-CND-DEB
                  THRU 0900-AFF-ERR-CND-FIN

               PERFORM 0800-AFF-MNU-2-CND-DEB
                  THRU 0800-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-CRS
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-CRS-DEB
                          THRU 0100-APL-LEC-CRS-FIN
                   WHEN WS-CHX-ACC
                       MOVE 1 TO WS-ACC
                       PERFORM 0200-RCP-DEB
                          THRU 0200-RCP-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-REJ
                       MOVE 0 TO WS-ACC
                       PERFORM 0200-RCP-DEB
                          THRU 0200-RCP-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-VAL
                       PERFORM 0300-VAL-DEB
                          THRU 0300-VAL-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-LOT
                       PERFORM 0400-LOT-DEB
                          THRU 0400-LOT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-AVR
                       PERFORM 0500-AVR-DEB
                          THRU 0500-AVR-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN WS-CHX-EDT
                       PERFORM 0600-EDT-DEB
                          THRU 0600-EDT-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-APL-LEC-CRS-DEB.
           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lircrs"
               USING
               WS-IDF-CLI
               WS-TAB-CRS
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
       0100-APL-LEC-CRS-FIN.

      *-----------------------------------------------------------------
      * Carcasses rapportées par le client, après inspection :
      * acceptées (avoir de la consigne) ou refusées.
       0200-RCP-DEB.
           IF WS-IDF-CLI = 0 OR WS-IDF-PIE = 0 OR WS-QTE-SAI = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "ajurcpcrs"
               USING
               WS-IDF-CLI
               WS-IDF-PIE
               WS-QTE-SAI
               WS-ACC
               G-UTI-ID
               WS-NUM-AVR
               WS-MNT-AVR
               WS-AJU-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.

           EVALUATE TRUE
               WHEN WS-AJU-RET-OK AND WS-ACC = 1
                   MOVE WS-NUM-AVR TO WS-NUM-EDT
                   MOVE WS-MNT-AVR TO WS-MNT-EDT
                   MOVE SPACES TO WS-SUC-MSG
                   STRING "Consigne remboursee : avoir n. "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                          " de " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                          " TTC" DELIMITED BY SIZE
                          INTO WS-SUC-MSG
                   END-STRING
                   MOVE WS-SUC-MSG TO WS-MSG-ERR
                   MOVE 0 TO WS-QTE-SAI
               WHEN WS-AJU-RET-OK
                   MOVE WS-SUC-REJ TO WS-MSG-ERR
                   MOVE 0 TO WS-QTE-SAI
               WHEN WS-AJU-RET-FK-ERR
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN WS-AJU-RET-ROL-ERR
                   MOVE WS-MSG-AJU-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-ERR-DUE TO WS-MSG-ERR
           END-EVALUATE.
       0200-RCP-FIN.

      *-----------------------------------------------------------------
      * Règle la valeur de carcasse de la pièce (le montant saisi ;
      * zéro = plus d'échange standard).
       0300-VAL-DEB.
           IF WS-IDF-PIE = 0 OR WS-MNT-SAI > 999999.99
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-VAL TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MNT-SAI TO WS-VAL-CRS.

           CALL "majcrs"
               USING
               WS-IDF-PIE
               WS-VAL-CRS
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   MOVE WS-SUC-VAL TO WS-MSG-ERR
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-MSG-MAJ-FK-ERR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0300-VAL-FIN.

      *-----------------------------------------------------------------
      * Lot de retour au reconditionneur : les carcasses acceptées en
      * attente partent ensemble, avec leur bon ("edtbrcfou").
       0400-LOT-DEB.
           IF WS-IDF-FOU = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-LOT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "ajurcsfou"
               USING
               WS-IDF-FOU
               G-UTI-ID
               WS-IDF-RCS
               WS-QTE-RCS
               WS-MNT-ATT
               WS-AJU-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.

           EVALUATE TRUE
               WHEN WS-AJU-RET-OK AND WS-IDF-RCS = 0
                   MOVE WS-ERR-LOT-VID TO WS-MSG-ERR
               WHEN WS-AJU-RET-OK
                   CALL "edtbrcfou"
                       USING
                       WS-IDF-RCS
                       WS-BRC-LIR-RET
                   END-CALL
                   MOVE WS-IDF-RCS TO WS-NUM-EDT
                   MOVE WS-MNT-ATT TO WS-MNT-EDT
                   MOVE SPACES TO WS-SUC-MSG
                   STRING "Lot n. " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                          " cree, avoir attendu " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                          " HT (bon retour_carcasses)"
                              DELIMITED BY SIZE
                          INTO WS-SUC-MSG
                   END-STRING
                   MOVE WS-SUC-MSG TO WS-MSG-ERR
               WHEN WS-AJU-RET-ROL-ERR
                   MOVE WS-MSG-AJU-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-AJU-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0400-LOT-FIN.

      *-----------------------------------------------------------------
      * Avoir reçu du reconditionneur pour un lot (montant HT saisi).
       0500-AVR-DEB.
           IF WS-IDF-RCS = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-AVR TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MNT-SAI TO WS-MNT-AVR.

           CALL "majrcsfou"
               USING
               WS-IDF-RCS
               WS-MNT-AVR
               G-UTI-ID
               WS-MAJ-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.

           EVALUATE TRUE
               WHEN WS-MAJ-RET-OK
                   MOVE WS-SUC-AVR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-FK-ERR
                   MOVE WS-ERR-AVR TO WS-MSG-ERR
               WHEN WS-MAJ-RET-ROL-ERR
                   MOVE WS-MSG-MAJ-ROL-ERR TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-MSG-MAJ-ERR TO WS-MSG-ERR
           END-EVALUATE.
       0500-AVR-FIN.

      *-----------------------------------------------------------------
      * Edition des carcasses dues, par ancienneté ("edtcrsage").
       0600-EDT-DEB.
           CALL "edtcrsage" END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.
           MOVE WS-SUC-EDT TO WS-MSG-ERR.
       0600-EDT-FIN.

      *-----------------------------------------------------------------
       0700-AFF-CRS-DEB.
           MOVE 12 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-CRS-CLI(WS-IDX)     TO WS-LIN-CLI
               MOVE WS-CRS-NOM-CLI(WS-IDX) TO WS-LIN-NOM-CLI
               MOVE WS-CRS-PIE(WS-IDX)     TO WS-LIN-PIE
               MOVE WS-CRS-NOM-PIE(WS-IDX) TO WS-LIN-NOM-PIE
               MOVE WS-CRS-DAT(WS-IDX)     TO WS-LIN-DAT
               MOVE WS-CRS-DUE(WS-IDX)     TO WS-LIN-DUE
               MOVE WS-CRS-VAL(WS-IDX)     TO WS-LIN-VAL

               DISPLAY WS-CRS-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0700-AFF-CRS-FIN.

      *-----------------------------------------------------------------
       0800-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0700-AFF-CRS-DEB
                  THRU 0700-AFF-CRS-FIN
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
