      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des tournées de livraison : création d'une tournée datée *
      * (via "ajutou"), ajout des livraisons sortantes "en cours" avec *
      * leur ordre d'arrêt (via "ajutouliv"), édition de la feuille de *
      * tournée du chauffeur (via "edtbtou"), et clôture de la tournée *
      * entière au retour du fourgon (via "tertou", qui termine chaque *
      * livraison par "majliv"). Vente en tournée : chargement du      *
      * stock embarqué du fourgon le matin depuis le dépôt principal   *
      * et retour des invendus le soir (via "majstktou", qui pose      *
      * aussi le chauffeur de la tournée), et rapprochement chargé /   *
      * vendu / retourné par tournée et par chauffeur (via             *
      * "edtrectou"). Même ossature que "ecrgendoc".                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; TOU=TOURNEE; LIV=LIVRAISON; ARR=ARRET; ORD=ORDRE;   *
      * DAT=DATE; NBR=NOMBRE; TER=TERMINEE; ECH=ECHEC; CHX=CHOIX;      *
      * MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT;            *
      * BCL=BOUCLE; EVA=EVALUATION; UTI=UTILISATEUR; CHF=CHAUFFEUR;    *
      * PIE=PIECE; QTE=QUANTITE; SNS=SENS; STK=STOCK;                  *
      * REC=RAPPROCHEMENT; ECT=ECART; DEB=DEBUT; FIN=FIN.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
      * de la tournee (0 = pas de releve).
       01 WS-IDF-VHI              PIC 9(10).
       01 WS-KM-VHI               PIC 9(07).
      * Stock embarqué : chauffeur de la tournée, pièce et quantité
      * chargées le matin ou retournées le soir, et période du
      * rapprochement.
       01 WS-IDF-CHF              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-PIE              PIC 9(07)V9(03).
       01 WS-SNS-STK              PIC X(01).
       01 WS-DAT-DEB              PIC X(10).
       01 WS-DAT-FIN              PIC X(10).
       01 WS-NBR-ECT              PIC 9(05).
       01 WS-NBR-ECT-EDT          PIC Z(04)9.

       01 WS-NBR-TER              PIC 9(02).
       01 WS-NBR-ECH              PIC 9(02).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-ARR==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DOC==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-TER==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-STK==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-REC==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               "3 - Editer la feuille de tournee".
           05 LINE 09 COLUMN 03 VALUE
               "4 - Terminer la tournee (retour du fourgon)".
           05 LINE 06 COLUMN 50 VALUE
               "5 - Charger le fourgon".
           05 LINE 07 COLUMN 50 VALUE
               "6 - Retour des invendus".
           05 LINE 08 COLUMN 50 VALUE
               "7 - Rapprochement (periode)".
           05 LINE 11 COLUMN 03 VALUE "Date (1)         : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC X(10) TO   WS-DAT-TOU.
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC Z(02)9 TO WS-ORD-ARR.
           05 LINE 14 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "ID fourgon (4/5) : ".
           05 LINE 15 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 24 PIC Z(10) TO   WS-IDF-VHI.
           05 LINE 15 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 24 PIC Z(07) TO   WS-KM-VHI.
           05 LINE 16 COLUMN 31 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 42 VALUE "ID chauffeur (5) : ".
           05 LINE 11 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 62 PIC Z(10) TO   WS-IDF-CHF.
           05 LINE 11 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 42 VALUE "ID piece (5/6)   : ".
           05 LINE 12 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 62 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 12 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 42 VALUE "Quantite (5/6)   : ".
           05 LINE 13 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 62 PIC Z(06)9.999 TO WS-QTE-PIE.
           05 LINE 13 COLUMN 73 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 42 VALUE "Du (7)           : ".
           05 LINE 14 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 62 PIC X(10) TO   WS-DAT-DEB.
           05 LINE 14 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 42 VALUE "Au (7)           : ".
           05 LINE 15 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 62 PIC X(10) TO   WS-DAT-FIN.
           05 LINE 15 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 17 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 7 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   WHEN '4'
                       PERFORM 0500-TER-TOU-DEB
                          THRU 0500-TER-TOU-FIN
                   WHEN '5'
                       MOVE "C" TO WS-SNS-STK
                       PERFORM 0600-STK-TOU-DEB
                          THRU 0600-STK-TOU-FIN
                   WHEN '6'
                       MOVE "R" TO WS-SNS-STK
                       PERFORM 0600-STK-TOU-DEB
                          THRU 0600-STK-TOU-FIN
                   WHEN '7'
                       PERFORM 0700-REC-TOU-DEB
                          THRU 0700-REC-TOU-FIN
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           END-IF.

       0500-TER-TOU-FIN.

      *-----------------------------------------------------------------
      * Stock embarqué : chargement du fourgon le matin depuis le
      * dépôt principal (5) et retour des invendus le soir (6), une
      * pièce par saisie (via "majstktou").
       0600-STK-TOU-DEB.

           IF WS-IDF-TOU = 0 OR WS-IDF-PIE = 0 OR WS-QTE-PIE = 0
               MOVE "Renseigner tournee, piece et quantite" TO WS-MSG
           ELSE
               CALL "majstktou"
                   USING
                   WS-IDF-TOU
                   WS-IDF-VHI
                   WS-IDF-CHF
                   WS-IDF-PIE
                   WS-QTE-PIE
                   WS-SNS-STK
                   G-UTI-ID
                   WS-STK-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-STK-MAJ-RET-OK AND WS-SNS-STK = "C"
                       MOVE "Piece chargee dans le fourgon" TO WS-MSG
                   WHEN WS-STK-MAJ-RET-OK
                       MOVE "Invendus retournes au depot" TO WS-MSG
                   WHEN WS-STK-MAJ-RET-STK-ERR
                       MOVE "Stock insuffisant" TO WS-MSG
                   WHEN WS-STK-MAJ-RET-FK-ERR
                       MOVE "Tournee non ouverte ou fourgon sans depot"
                           TO WS-MSG
                   WHEN WS-STK-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Mouvement de stock impossible" TO WS-MSG
               END-EVALUATE
           END-IF.

       0600-STK-TOU-FIN.

      *-----------------------------------------------------------------
      * Rapprochement chargé / vendu / retourné des tournées de la
      * période, par tournée et par chauffeur (via "edtrectou").
       0700-REC-TOU-DEB.

           CALL "edtrectou"
               USING
               WS-DAT-DEB
               WS-DAT-FIN
               WS-NBR-ECT
               WS-REC-LIR-RET
           END-CALL.

           IF WS-REC-LIR-RET-OK
               MOVE WS-NBR-ECT TO WS-NBR-ECT-EDT
               STRING "rapprochement_tournees.txt : "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-ECT-EDT) DELIMITED BY SIZE
                      " ligne(s) en ecart" DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           ELSE
               MOVE "Aucune tournee chargee sur la periode" TO WS-MSG
           END-IF.

       0700-REC-TOU-FIN.
