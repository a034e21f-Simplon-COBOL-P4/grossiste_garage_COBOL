      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * rapport de cycle de vie des pièces (cycle_vie_pieces.txt) :    *
      * les changements de statut du mois (actif, fin de série,        *
      * arrêté), relus dans l'historique des champs écrit par "majcyc" *
      * avec leur origine (avis fournisseur importé par "impcycfou" ou *
      * utilisateur de l'écran "ecrcyc") ; puis le stock restant sur   *
      * les références arrêtées et sur les fins de série à écouler, en *
      * quantité et en valeur au CUMP de la part qui nous appartient   *
      * (hors dépôt fournisseur), avec la référence de remplacement.   *
      * Le mois est lu en entrée (AAAAMM) ; à défaut le mois           *
      * précédent, comme "edtbmois".                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; CYC=CYCLE DE VIE; PIE=PIECE; HCH=HISTORIQUE DE     *
      * CHAMP; STA=STATUT; ANC=ANCIEN; NOU=NOUVEAU; ORG=ORIGINE;       *
      * STK=STOCK; QTE=QUANTITE; VAL=VALEUR; RMP=REMPLACANTE;          *
      * ARR=ARRETEE; LIB=LIBELLE; NTT=ENTETE; MOI=MOIS; ANN=ANNEE;     *
      * DAT=DATE; DEB=DEBUT; FIN=FIN; FIC=FICHIER; LGN=LIGNE;          *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; SAI=SAISIE;    *
      * JOU=JOUR; TOT=TOTAL.                                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtcycpie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CYC ASSIGN TO "cycle_vie_pieces.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-CYC.
       01  FD-LGN-CYC                 PIC X(130).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-STA-CYC              PIC 9(01).
       01 PG-DAT-HCH              PIC X(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-ANC-STA              PIC X(12).
       01 PG-NOU-STA              PIC X(12).
       01 PG-ORG-HCH              PIC X(30).
       01 PG-DAT-CYC              PIC X(10).
       01 PG-QTE-PIE              PIC 9(10).
       01 PG-VAL-STK              PIC 9(10)V99.
       01 PG-IDF-RMP              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Changements de statut de cycle de vie du mois, relus dans
      * l'historique des champs ("majcyc" via "ajuhch") : avis
      * fournisseur en précision, à défaut l'utilisateur.
       EXEC SQL
           DECLARE CUR-HCH CURSOR FOR
               SELECT TO_CHAR(h.date_hch, 'YYYY-MM-DD'),
                      h.id_pie, COALESCE(p.nom_pie, ''),
                      CASE h.anc_val_hch WHEN '1' THEN 'fin de serie'
                                         WHEN '2' THEN 'arrete'
                                         ELSE 'actif' END,
                      CASE h.nou_val_hch WHEN '1' THEN 'fin de serie'
                                         WHEN '2' THEN 'arrete'
                                         ELSE 'actif' END,
                      COALESCE(NULLIF(h.cle_hch, ''), u.nom_uti,
                               'batch')
               FROM historique_champ h
                   LEFT JOIN piece p ON p.id_pie = h.id_pie
                   LEFT JOIN utilisateur u ON u.id_uti = h.id_uti
               WHERE h.champ_hch = 'statut_cyc_pie'
                 AND h.date_hch >= CAST(:PG-DAT-DEB AS DATE)
                 AND h.date_hch < CAST(:PG-DAT-FIN AS DATE)
               ORDER BY h.date_hch, h.id_pie
               FOR READ ONLY
       END-EXEC.

      * Pièces dont le statut est en vigueur (arrêtées, puis fins de
      * série) et qui ont encore du stock : quantité et valeur au
      * CUMP de la part qui nous appartient (hors dépôt fournisseur,
      * comme "lirvalpie").
       EXEC SQL
           DECLARE CUR-STK CURSOR FOR
               SELECT p.id_pie, p.nom_pie,
                      COALESCE(CAST(p.date_cyc_pie AS VARCHAR), ''),
                      p.qt_pie,
                      GREATEST(p.qt_pie - COALESCE(
                          (SELECT SUM(cf.qte_csf)
                           FROM consigne_fou cf
                           WHERE cf.id_pie = p.id_pie), 0), 0)
                      * COALESCE(p.cump_pie, 0),
                      COALESCE(p.id_pie_rmp, 0)
               FROM piece p
               WHERE p.supprime_le = ''
                 AND COALESCE(p.statut_cyc_pie, 0) = :PG-STA-CYC
                 AND COALESCE(p.date_cyc_pie, CURRENT_DATE)
                     <= CURRENT_DATE
                 AND p.qt_pie > 0
               ORDER BY p.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Mois traité : saisi (AAAAMM) ou mois précédent par défaut.
       01 WS-MOI-SAI              PIC X(06).
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC 9(02).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).

      * Ligne de changement du mois.
       01 WS-LGN-HCH.
           05 WS-HCH-DAT          PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-HCH-PIE          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HCH-NOM          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-HCH-ANC          PIC X(12).
           05 FILLER              PIC X(04) VALUE " -> ".
           05 WS-HCH-NOU          PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-HCH-ORG          PIC X(30).

      * Ligne de stock restant sur une pièce arrêtée ou en fin de
      * série.
       01 WS-LGN-STK.
           05 WS-STK-PIE          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-STK-NOM          PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-STK-DAT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-STK-QTE          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 WS-STK-VAL          PIC Z(09)9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-STK-RMP-LIB      PIC X(14).
           05 WS-STK-RMP          PIC Z(09)9.

       01 WS-NTT-STK.
           05 FILLER              PIC X(11) VALUE "     Piece ".
           05 FILLER              PIC X(31) VALUE "Nom".
           05 FILLER              PIC X(11) VALUE "Effet".
           05 FILLER              PIC X(11) VALUE "     Stock".
           05 FILLER              PIC X(15) VALUE "  Valeur CUMP".
           05 FILLER              PIC X(11) VALUE "Remplacante".

       01 WS-NBR-EDT              PIC Z(06)9.
       01 WS-VAL-EDT              PIC Z(11)9.99.
       01 WS-NBR-HCH              PIC 9(07) VALUE 0.
       01 WS-NBR-STK              PIC 9(07).
       01 WS-TOT-QTE              PIC 9(10).
       01 WS-TOT-VAL              PIC 9(12)V99.
       01 WS-NBR-ARR              PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-CYC.

           MOVE "CYCLE DE VIE DES PIECES - RAPPORT MENSUEL"
               TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-CYC
           END-STRING.
           WRITE FD-LGN-CYC.

           MOVE " " TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

           PERFORM 0200-EDT-HCH-DEB
              THRU 0200-EDT-HCH-FIN.

           MOVE "STOCK RESTANT SUR LES REFERENCES ARRETEES"
               TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.
           MOVE 2 TO PG-STA-CYC.
           PERFORM 0300-EDT-STK-DEB
              THRU 0300-EDT-STK-FIN.
           MOVE WS-NBR-STK TO WS-NBR-ARR.

           MOVE "FINS DE SERIE A ECOULER" TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.
           MOVE 1 TO PG-STA-CYC.
           PERFORM 0300-EDT-STK-DEB
              THRU 0300-EDT-STK-FIN.

           CLOSE FIC-CYC.

           DISPLAY "edtcycpie : " WS-NBR-HCH " changement(s), "
               WS-NBR-ARR " reference(s) arretee(s) en stock, voir "
               "cycle_vie_pieces.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Détermine le mois traité et ses bornes (haute exclusive),
      * comme "edtbmois".
       0100-INI-MOI-DEB.

           ACCEPT WS-MOI-SAI.

           IF WS-MOI-SAI IS NUMERIC AND WS-MOI-SAI NOT = "000000"
               MOVE WS-MOI-SAI TO WS-MOI-EDT
           ELSE
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-ANN
               MOVE WS-MOI-JOU TO WS-MOI
               IF WS-MOI = 1
                   SUBTRACT 1 FROM WS-ANN
                   MOVE 12 TO WS-MOI
               ELSE
                   SUBTRACT 1 FROM WS-MOI
               END-IF
               MOVE WS-ANN TO WS-MOI-EDT-ANN
               MOVE WS-MOI TO WS-MOI-EDT-MOI
           END-IF.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-DEB
           END-STRING.

           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.

           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-MOI-EDT-ANN.
           MOVE WS-MOI TO WS-MOI-EDT-MOI.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

      * On remet l'affichage sur le mois traité.
           MOVE PG-DAT-DEB(1:6) TO WS-MOI-EDT.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Changements de statut du mois, dans l'ordre chronologique.
       0200-EDT-HCH-DEB.

           MOVE "CHANGEMENTS DE CYCLE DE VIE DU MOIS" TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

           EXEC SQL OPEN CUR-HCH END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-HCH
                   INTO :PG-DAT-HCH, :PG-IDF-PIE, :PG-NOM-PIE,
                        :PG-ANC-STA, :PG-NOU-STA, :PG-ORG-HCH
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-DAT-HCH TO WS-HCH-DAT
                   MOVE PG-IDF-PIE TO WS-HCH-PIE
                   MOVE PG-NOM-PIE TO WS-HCH-NOM
                   MOVE PG-ANC-STA TO WS-HCH-ANC
                   MOVE PG-NOU-STA TO WS-HCH-NOU
                   MOVE PG-ORG-HCH TO WS-HCH-ORG
                   MOVE WS-LGN-HCH TO FD-LGN-CYC
                   WRITE FD-LGN-CYC
                   ADD 1 TO WS-NBR-HCH
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-HCH END-EXEC.

           IF WS-NBR-HCH = 0
               MOVE "  Aucun changement" TO FD-LGN-CYC
               WRITE FD-LGN-CYC
           END-IF.

           MOVE " " TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

       0200-EDT-HCH-FIN.

      *-----------------------------------------------------------------
      * Stock restant sur les pièces du statut PG-STA-CYC en vigueur,
      * avec le total en quantité et en valeur.
       0300-EDT-STK-DEB.

           MOVE 0 TO WS-NBR-STK.
           MOVE 0 TO WS-TOT-QTE.
           MOVE 0 TO WS-TOT-VAL.

           MOVE WS-NTT-STK TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

           EXEC SQL OPEN CUR-STK END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-STK
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-DAT-CYC,
                        :PG-QTE-PIE, :PG-VAL-STK, :PG-IDF-RMP
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   MOVE PG-IDF-PIE TO WS-STK-PIE
                   MOVE PG-NOM-PIE TO WS-STK-NOM
                   MOVE PG-DAT-CYC TO WS-STK-DAT
                   MOVE PG-QTE-PIE TO WS-STK-QTE
                   MOVE PG-VAL-STK TO WS-STK-VAL
                   IF PG-IDF-RMP = 0
                       MOVE "aucune" TO WS-STK-RMP-LIB
                       MOVE 0 TO WS-STK-RMP
                       MOVE WS-LGN-STK(1:91) TO FD-LGN-CYC
                   ELSE
                       MOVE SPACES TO WS-STK-RMP-LIB
                       MOVE PG-IDF-RMP TO WS-STK-RMP
                       MOVE WS-LGN-STK TO FD-LGN-CYC
                   END-IF
                   WRITE FD-LGN-CYC
                   ADD 1 TO WS-NBR-STK
                   ADD PG-QTE-PIE TO WS-TOT-QTE
                   ADD PG-VAL-STK TO WS-TOT-VAL
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-STK END-EXEC.

           MOVE WS-NBR-STK TO WS-NBR-EDT.
           MOVE WS-TOT-VAL TO WS-VAL-EDT.

           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " reference(s), valeur au CUMP : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VAL-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-CYC
           END-STRING.
           WRITE FD-LGN-CYC.

           MOVE " " TO FD-LGN-CYC.
           WRITE FD-LGN-CYC.

       0300-EDT-STK-FIN.
