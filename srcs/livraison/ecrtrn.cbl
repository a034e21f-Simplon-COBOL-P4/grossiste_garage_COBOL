      * Écran de gestion des transporteurs : ajout d'un transporteur   *
      * (via "ajutrn"), consultation de l'annuaire (via "fettrn"), et  *
      * affectation d'un transporteur avec son numéro de suivi à une   *
      * livraison sortante (via "majtrnliv"), étiquettes des colis     *
      * d'une livraison préparée (via "edtetqcol"), manifeste de fin   *
      * de journée par transporteur (via "genmantrn") et import des    *
      * numéros de suivi attribués par les transporteurs (via          *
      * "impsuitrn"). Même ossature que "ecrgendoc".                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; TRN=TRANSPORTEUR; LIV=LIVRAISON; NOM=NOM;           *
      * TEL=TELEPHONE; SUI=SUIVI; NUM=NUMERO; CHX=CHOIX; MSG=MESSAGE;  *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; LST=LISTE; LGN=LIGNE; NBR=NOMBRE; LRR=LEURRE;  *
      * COL=COLIS; ETQ=ETIQUETTE; MAN=MANIFESTE; FIC=FICHIER;          *
      * EXP=EXPEDITION; EDT=EDITE; GEN=GENERATION.                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-IDF-LIV              PIC 9(10).
       01 WS-NUM-SUI              PIC X(30).

      * Étiquettes colis (4) et manifeste de fin de journée (5).
       01 WS-NBR-COL              PIC 9(03).
       01 WS-NBR-ETQ              PIC 9(03).
       01 WS-NBR-MAN              PIC 9(05).
       01 WS-NBR-FIC              PIC 9(03).
       01 WS-NBR-EDT              PIC Z(04)9.

       01 WS-IDF-TRN-CRE          PIC 9(10).
       01 WS-IDF-TRN-EDT          PIC Z(10).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-TRN==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FET==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-AFC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-EXP==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               "2 - Lister les transporteurs".
           05 LINE 08 COLUMN 03 VALUE
               "3 - Affecter transporteur + suivi a une livraison".
           05 LINE 09 COLUMN 03 VALUE
               "4 - Etiquettes colis   5 - Manifeste du jour".
           05 LINE 09 COLUMN 50 VALUE "6 - Import des suivis".
           05 LINE 10 COLUMN 03 VALUE "Nom (1)            : ".
           05 LINE 10 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 26 PIC X(50) TO   WS-NOM-TRN.
           05 LINE 11 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 26 PIC 9(10) TO   WS-TEL-TRN.
           05 LINE 11 COLUMN 36 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "ID livraison (3/4) : ".
           05 LINE 12 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 26 PIC Z(10) TO   WS-IDF-LIV.
           05 LINE 12 COLUMN 36 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "ID transp. (3/5)   : ".
           05 LINE 13 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 26 PIC Z(10) TO   WS-IDF-TRN.
           05 LINE 13 COLUMN 36 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 26 PIC X(30) TO   WS-NUM-SUI.
           05 LINE 14 COLUMN 56 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Nombre de colis (4): ".
           05 LINE 15 COLUMN 25 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 26 PIC Z(03) TO   WS-NBR-COL.
           05 LINE 15 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 31 VALUE "0 = reimprimer".
           05 LINE 17 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 6 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   WHEN '3'
                       PERFORM 0400-AFC-TRN-DEB
                          THRU 0400-AFC-TRN-FIN
                   WHEN '4'
                       PERFORM 0500-EDT-ETQ-DEB
                          THRU 0500-EDT-ETQ-FIN
                   WHEN '5'
                       PERFORM 0600-GEN-MAN-DEB
                          THRU 0600-GEN-MAN-FIN
                   WHEN '6'
                       CALL "impsuitrn"
                       END-CALL
                       MOVE "Import rejoue : voir le compte rendu"
                           TO WS-MSG
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           END-IF.

       0400-AFC-TRN-FIN.

      *-----------------------------------------------------------------
      * Étiquettes des colis de la livraison préparée saisie.
       0500-EDT-ETQ-DEB.

           IF WS-IDF-LIV = 0
               MOVE "Renseigner l'ID livraison" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "edtetqcol"
               USING
               WS-IDF-LIV
               WS-NBR-COL
               G-UTI-ID
               WS-NBR-ETQ
               WS-EXP-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EXP-AJU-RET-OK
                   MOVE WS-NBR-ETQ TO WS-NBR-EDT
                   STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                          " etiquette(s) dans etiquettes_colis_<id>.txt"
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-EXP-AJU-RET-FK-ERR
                   MOVE "Livraison sortante preparee introuvable"
                       TO WS-MSG
               WHEN WS-EXP-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Edition des etiquettes impossible" TO WS-MSG
           END-EVALUATE.

       0500-EDT-ETQ-FIN.

      *-----------------------------------------------------------------
      * Manifeste de fin de journée du transporteur saisi (0 = tous).
       0600-GEN-MAN-DEB.

           CALL "genmantrn"
               USING
               WS-IDF-TRN
               G-UTI-ID
               WS-NBR-MAN
               WS-NBR-FIC
               WS-EXP-AJU-RET
           END-CALL.

           IF WS-EXP-AJU-RET-OK
               MOVE WS-NBR-MAN TO WS-NBR-EDT
               STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " colis remis (manifeste_<transp>_<date>.csv)"
                      DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           ELSE
               MOVE "Manifeste en echec" TO WS-MSG
           END-IF.

       0600-GEN-MAN-FIN.
