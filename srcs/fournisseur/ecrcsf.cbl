      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Ecran des dépôts fournisseurs (stock qui reste la propriété du *
      * fournisseur jusqu'à sa consommation, table consigne_fou) :     *
      * liste les dépôts (d'un fournisseur ou de tous, via "lircsf")   *
      * avec la quantité en dépôt, le seuil et la cible de réassort et *
      * la quantité consommée pas encore autofacturée ; règle le seuil *
      * et la cible d'un dépôt (P), en le créant à quantité nulle s'il *
      * n'existe pas. Les réceptions en dépôt passent par les          *
      * livraisons entrantes marquées en consignation ("majliv"), la   *
      * consommation est imputée à la sortie du stock ("cnscsf"), le   *
      * réassort est demandé chaque nuit ("edtreacsf") et              *
      * l'autofacture est émise chaque mois ("genafcfou").             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; CSF=CONSIGNE FOURNISSEUR (DEPOT FOURNISSEUR);       *
      * FOU=FOURNISSEUR; PIE=PIECE; QTE=QUANTITE; SEU=SEUIL;           *
      * CIB=CIBLE; AFC=A FACTURER; PRM=PARAMETRAGE; SAI=SAISIE;        *
      * CHX=CHOIX; BCL=BOUCLE; AFF=AFFICHAGE; IDX=INDEX; NTT=ENTETE;   *
      * UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR; SUC=SUCCES.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrcsf.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des dépôts fournisseurs (via "lircsf").
       01 WS-TAB-CSF.
           05 WS-CSF             OCCURS 12 TIMES.
               10 WS-CSF-FOU     PIC 9(10).
               10 WS-CSF-NOM-FOU PIC X(20).
               10 WS-CSF-PIE     PIC 9(10).
               10 WS-CSF-NOM-PIE PIC X(20).
               10 WS-CSF-QTE     PIC 9(10).
               10 WS-CSF-SEU     PIC 9(10).
               10 WS-CSF-CIB     PIC 9(10).
               10 WS-CSF-AFC     PIC 9(10).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(08) VALUE " Fourn. ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(14) VALUE "     Nom      ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(08) VALUE "  Piece ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(14) VALUE "     Nom      ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(08) VALUE "  Depot ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(06) VALUE " Seuil".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(06) VALUE " Cible".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(07) VALUE " A fact".

       01 WS-CSF-LIN.
           05 WS-LIN-FOU         PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-NOM-FOU     PIC X(14).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-PIE         PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-NOM-PIE     PIC X(14).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-QTE         PIC Z(07)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-SEU         PIC Z(05)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-CIB         PIC Z(05)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-LIN-AFC         PIC Z(06)9(01).

       77 WS-MAX-LIN             PIC 9(02) VALUE 12.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".
           88 WS-CHX-PRM                  VALUE "P", "p".

       77 WS-IDF-FOU             PIC 9(10).
       77 WS-IDF-PIE             PIC 9(10).
       77 WS-SEU-SAI             PIC 9(10).
       77 WS-CIB-SAI             PIC 9(10).

       01 WS-ERR-SAI             PIC X(76) VALUE
           "Saisir le fournisseur, la piece, le seuil et la cible".

       01 WS-ERR-CIB             PIC X(76) VALUE
           "La cible doit etre superieure au seuil".

       01 WS-ERR-PRM             PIC X(76) VALUE
           "Depot non regle : voir fournisseur ou piece".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucun depot fournisseur".

       01 WS-SUC-PRM             PIC X(76) VALUE
           "Seuil et cible de reassort du depot regles".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-SEU-CSF             PIC 9(10).
       01 PG-CIB-CSF             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

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
       01 S-MNU-CSF.
           COPY ecrutlin.
           05 LINE 05 COL 03 VALUE "Depots fournisseurs (consignation)".
           05 LINE 06.
               10 COL 03 VALUE "Fourn. [".
               10 COL 11 PIC Z(10) USING WS-IDF-FOU.
               10 COL 21 VALUE "]".
               10 COL 23 VALUE "Piece [".
               10 COL 30 PIC Z(10) USING WS-IDF-PIE.
               10 COL 40 VALUE "]".
               10 COL 42 VALUE "Seuil [".
               10 COL 49 PIC Z(06) USING WS-SEU-SAI.
               10 COL 55 VALUE "]".
               10 COL 57 VALUE "Cible [".
               10 COL 64 PIC Z(06) USING WS-CIB-SAI.
               10 COL 70 VALUE "]".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-UND-LIN.
           05 LINE 23.
               10 COL 03 VALUE
                   "vide=liste  P=regler seuil et cible du depot".
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

               ACCEPT S-MNU-CSF
               EVALUATE TRUE
                   WHEN WS-CHX-VID
                       PERFORM 0100-APL-LEC-CSF-DEB
                          THRU 0100-APL-LEC-CSF-FIN
                   WHEN WS-CHX-PRM
                       PERFORM 0200-PRM-DEB
                          THRU 0200-PRM-FIN
                       MOVE SPACE TO WS-CHX
                   WHEN OTHER
                       SET WS-ETT-BCL-FIN TO TRUE
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-APL-LEC-CSF-DEB.
           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lircsf"
               USING
               WS-IDF-FOU
               WS-TAB-CSF
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
       0100-APL-LEC-CSF-FIN.

      *-----------------------------------------------------------------
      * Règle le seuil et la cible de réassort du dépôt. Le dépôt est
      * créé à quantité nulle s'il n'existe pas encore : c'est le
      * réassort de nuit ("edtreacsf") qui demandera la première
      * livraison au fournisseur.
       0200-PRM-DEB.
           IF WS-IDF-FOU = 0 OR WS-IDF-PIE = 0 OR WS-CIB-SAI = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-SAI TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-CIB-SAI <= WS-SEU-SAI
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-CIB TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-FOU TO PG-IDF-FOU.
           MOVE WS-IDF-PIE TO PG-IDF-PIE.
           MOVE WS-SEU-SAI TO PG-SEU-CSF.
           MOVE WS-CIB-SAI TO PG-CIB-CSF.

           EXEC SQL
               UPDATE consigne_fou
               SET seuil_csf = :PG-SEU-CSF,
                   cible_csf = :PG-CIB-CSF
               WHERE id_fou = :PG-IDF-FOU
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO consigne_fou
                       (id_fou, id_pie, qte_csf, seuil_csf, cible_csf)
                   VALUES
                       (:PG-IDF-FOU, :PG-IDF-PIE, 0, :PG-SEU-CSF,
                        :PG-CIB-CSF)
               END-EXEC
           END-IF.

           SET WS-CTX-AFF-ERR TO TRUE.
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               MOVE WS-SUC-PRM TO WS-MSG-ERR
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE WS-ERR-PRM TO WS-MSG-ERR
           END-IF.
       0200-PRM-FIN.

      *-----------------------------------------------------------------
       0700-AFF-CSF-DEB.
           MOVE 11 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               MOVE WS-CSF-FOU(WS-IDX)     TO WS-LIN-FOU
               MOVE WS-CSF-NOM-FOU(WS-IDX) TO WS-LIN-NOM-FOU
               MOVE WS-CSF-PIE(WS-IDX)     TO WS-LIN-PIE
               MOVE WS-CSF-NOM-PIE(WS-IDX) TO WS-LIN-NOM-PIE
               MOVE WS-CSF-QTE(WS-IDX)     TO WS-LIN-QTE
               MOVE WS-CSF-SEU(WS-IDX)     TO WS-LIN-SEU
               MOVE WS-CSF-CIB(WS-IDX)     TO WS-LIN-CIB
               MOVE WS-CSF-AFC(WS-IDX)     TO WS-LIN-AFC

               DISPLAY WS-CSF-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0700-AFF-CSF-FIN.

      *-----------------------------------------------------------------
       0800-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0700-AFF-CSF-DEB
                  THRU 0700-AFF-CSF-FIN
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
