      * Écran de préparation d'une livraison sortante "en cours" :     *
      * édite le bon de préparation trié par emplacement (via          *
      * "edtbprep"), puis confirme ligne à ligne les quantités         *
      * réellement prélevées par le magasinier ("fetlivpi" pour relire *
      * les lignes, "majlivpi" pour poser la quantité prélevée et le   *
      * drapeau d'écart). Une fois toutes les lignes confirmées, la    *
      * livraison est marquée préparée (via "majprepliv") : c'est la   *
      * condition pour que "majliv" accepte de la terminer, et les     *
      * manquants sont ainsi constatés au picking, par la mécanique    *
      * d'écart existante, au lieu d'être découverts par le client.    *
      * Les sortantes préparées d'un même client pour une même adresse *
      * peuvent être regroupées en une seule expédition ("ajuexp"),    *
      * avec sa liste de colisage ("edtlstexp").                       *
      *                                                                *
      * Les quantités à prélever et prélevée sont en unité de vente de *
      * la pièce, avec trois décimales. Le début de la confirmation    *
      * ("debtrtliv") et chaque ligne confirmée sont horodatés au nom  *
      * du préparateur, pour le rapport de productivité du magasin     *
      * ("edtprdmag").                                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; PRP=PREPARATION; LIV=LIVRAISON; PIE=PIECE;          *
      * QTE=QUANTITE; CMD=COMMANDEE; PRL=PRELEVEE; IDF=IDENTIFIANT;    *
      * CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; *
      * BCL=BOUCLE; EVA=EVALUATION; LCT=LECTURE; RGP=REGROUPEMENT;     *
      * EXP=EXPEDITION; COL=COLIS; NBR=NOMBRE; LST=LISTE DE COLISAGE.  *
      ******************************************************************

       IDENTIFICATION DIVISION.

      * Ligne en cours de confirmation.
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-CMD              PIC 9(07)V9(03).
       01 WS-QTE-RCP              PIC 9(07)V9(03).
       01 WS-ECA-PIE              PIC 9(01).
       01 WS-QTE-PRL              PIC 9(07)V9(03).

      * Regroupement des sortantes préparées du client en une
      * expédition ("ajuexp") et liste de colisage ("edtlstexp").
       01 WS-NBR-COL              PIC 9(03) VALUE 0.
       01 WS-IDF-EXP              PIC 9(10).
       01 WS-NBR-LIV              PIC 9(03).
       01 WS-NBR-LIV-EDT          PIC Z(02)9.
       01 WS-IDF-EXP-EDT          PIC Z(09)9.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DOC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LGN==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-PRP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-TRT==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-EXP==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-LST==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               "1 - Editer le bon de preparation".
           05 LINE 07 COLUMN 03 VALUE
               "2 - Confirmer les quantites prelevees".
           05 LINE 08 COLUMN 03 VALUE
               "3 - Regrouper les sortantes preparees (expedition)".
           05 LINE 10 COLUMN 03 VALUE "ID livraison : ".
           05 LINE 10 COLUMN 19 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 20 PIC Z(10) TO   WS-IDF-LIV.
           05 LINE 10 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Nombre de colis (3) : ".
           05 LINE 11 COLUMN 26 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 27 PIC Z(03) USING WS-NBR-COL.
           05 LINE 11 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 3 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
           05 LINE 06 COLUMN 03 VALUE "ID piece : ".
           05 LINE 06 COLUMN 24 PIC Z(10) FROM WS-IDF-PIE.
           05 LINE 08 COLUMN 03 VALUE "Quantite a prelever : ".
           05 LINE 08 COLUMN 26 PIC Z(06)9.999 FROM WS-QTE-CMD.
           05 LINE 10 COLUMN 03 VALUE "Quantite prelevee : ".
           05 LINE 10 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 41 PIC Z(06)9.999 USING WS-QTE-PRL.
           05 LINE 10 COLUMN 52 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

                   WHEN '2'
                       PERFORM 0300-CNF-PRL-DEB
                          THRU 0300-CNF-PRL-FIN
                   WHEN '3'
                       PERFORM 0400-RGP-EXP-DEB
                          THRU 0400-RGP-EXP-FIN
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
               EXIT PARAGRAPH
           END-IF.

      * Début de la préparation horodaté au nom du préparateur
      * ("debtrtliv"), pour le rapport de productivité du magasin.
           CALL "debtrtliv"
               USING
               WS-IDF-LIV
               WS-TRT-MAJ-RET
           END-CALL.

           MOVE SPACES TO WS-FET-LIR-RET.

           PERFORM UNTIL WS-FET-LIR-RET-OK OR WS-FET-LIR-RET-ERR
           END-IF.

       0300-CNF-PRL-FIN.

      *-----------------------------------------------------------------
      * Regroupement en une expédition des sortantes préparées du
      * même client pour la même adresse ("ajuexp"), puis édition de
      * la liste de colisage ("edtlstexp"). Les étiquettes se font
      * ensuite depuis l'écran transporteur sur l'une quelconque des
      * livraisons regroupées.
       0400-RGP-EXP-DEB.

           IF WS-IDF-LIV = 0
               MOVE "Renseigner l'ID livraison" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "ajuexp"
               USING
               WS-IDF-LIV
               WS-NBR-COL
               G-UTI-ID
               WS-IDF-EXP
               WS-NBR-LIV
               WS-EXP-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EXP-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
                   EXIT PARAGRAPH
               WHEN WS-EXP-AJU-RET-FK-ERR
                   MOVE "Sortante preparee non regroupee introuvable"
                       TO WS-MSG
                   EXIT PARAGRAPH
               WHEN NOT WS-EXP-AJU-RET-OK
                   MOVE "Erreur lors du regroupement" TO WS-MSG
                   EXIT PARAGRAPH
               WHEN WS-IDF-EXP = 0
                   MOVE "Aucune autre livraison a regrouper" TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE.

           CALL "edtlstexp"
               USING
               WS-IDF-EXP
               WS-LST-LIR-RET
           END-CALL.

           MOVE WS-IDF-EXP TO WS-IDF-EXP-EDT.
           MOVE WS-NBR-LIV TO WS-NBR-LIV-EDT.
           MOVE SPACES TO WS-MSG.
           STRING "Expedition " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EXP-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-LIV-EDT) DELIMITED BY SIZE
                  " livraisons (liste_colisage_<id>.txt)"
                  DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.

       0400-RGP-EXP-FIN.
