      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition du suivi d'une campagne de rappel constructeur         *
      * (suivi_rappel_<campagne>.txt) : en-tête (référence, motif,     *
      * fournisseur, statut, date d'édition de la réclamation), cibles *
      * avec la quantité bloquée en quarantaine au lancement           *
      * ("lanrap"), puis les clients touchés, lignes non soldées       *
      * d'abord, avec la quantité livrée, rendue ("majretrap"), le     *
      * reste à revenir, le solde et la date de la lettre de rappel ;  *
      * enfin les totaux (lignes soldées sur lignes, livré, rendu,     *
      * bloqué). Lecture seule.                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; SUI=SUIVI; RAP=RAPPEL; REF=REFERENCE; MOT=MOTIF;  *
      * FOU=FOURNISSEUR; STA=STATUT; DAT=DATE; OUV=OUVERTURE;          *
      * RCL=RECLAMATION; PIE=PIECE; NUM=NUMERO; LOT=LOT; SER=SERIE;    *
      * QTE=QUANTITE; QRN=QUARANTAINE; CLI=CLIENT; LIV=LIVREE;         *
      * RET=RENDUE; RST=RESTE; SLD=SOLDE; AVI=AVIS; CBL=CIBLE;         *
      * LIB=LIBELLE; ENT=ENTETE; TOT=TOTAL; NBR=NOMBRE; LGN=LIGNE;     *
      * FIC=FICHIER; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;               *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtsuirap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SUI ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-SUI.
       01  FD-LGN-SUI                PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP              PIC 9(10).
       01 PG-REF-RAP              PIC X(30).
       01 PG-MOT-RAP              PIC X(60).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-STA-RAP              PIC 9(01).
       01 PG-DAT-OUV              PIC X(10).
       01 PG-DAT-RCL              PIC X(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-NUM-LOT              PIC X(20).
       01 PG-NUM-SER              PIC X(30).
       01 PG-QTE-QRN              PIC 9(07)V9(03).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-QTE-LIV              PIC 9(07)V9(03).
       01 PG-QTE-RET              PIC 9(07)V9(03).
       01 PG-SLD                  PIC 9(01).
       01 PG-DAT-AVI              PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Cibles de la campagne et stock bloqué au lancement.
       EXEC SQL
           DECLARE CUR-CBL CURSOR FOR
               SELECT c.id_pie, p.nom_pie, c.num_lot_cbl,
                      c.num_ser_cbl, c.qte_qrn_cbl
               FROM campagne_rappel_cible c
                   JOIN piece p ON p.id_pie = c.id_pie
               WHERE c.id_rap = :PG-IDF-RAP
               ORDER BY c.id_pie, c.num_lot_cbl, c.num_ser_cbl
               FOR READ ONLY
       END-EXEC.

      * Clients touchés : livré, rendu, solde, date de la lettre.
       EXEC SQL
           DECLARE CUR-CLI CURSOR FOR
               SELECT c.nom_cli, r.id_pie, r.qte_liv_rcl,
                      r.qte_ret_rcl, r.solde_rcl,
                      COALESCE(CAST(r.date_avi_rcl AS VARCHAR), ' ')
               FROM rappel_client r
                   JOIN client c ON c.id_cli = r.id_cli
               WHERE r.id_rap = :PG-IDF-RAP
               ORDER BY r.solde_rcl, c.nom_cli, r.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-RAP-EDT          PIC Z(09)9.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-QTE-LIV-EDT          PIC Z(06)9.999.
       01 WS-QTE-RET-EDT          PIC Z(06)9.999.
       01 WS-QTE-RST-EDT          PIC Z(06)9.999.
       01 WS-QTE-QRN-EDT          PIC Z(06)9.999.
       01 WS-NOM-CLI-EDT          PIC X(30).
       01 WS-NOM-PIE-EDT          PIC X(30).
       01 WS-LIB-STA              PIC X(14).
       01 WS-LIB-SLD              PIC X(06).
       01 WS-LIB-CBL              PIC X(40).
       01 WS-QTE-RST              PIC 9(07)V9(03).

      * Totaux de la campagne.
       01 WS-NBR-LGN              PIC 9(05) VALUE 0.
       01 WS-NBR-SLD              PIC 9(05) VALUE 0.
       01 WS-TOT-LIV              PIC 9(08)V9(03) VALUE 0.
       01 WS-TOT-RET              PIC 9(08)V9(03) VALUE 0.
       01 WS-TOT-QRN              PIC 9(08)V9(03) VALUE 0.
       01 WS-NBR-SLD-EDT          PIC Z(04)9.
       01 WS-NBR-LGN-EDT          PIC Z(04)9.
       01 WS-TOT-EDT              PIC Z(07)9.999.

       LINKAGE SECTION.
      * Argument d'entrée : la campagne.
       01 LK-IDF-RAP              PIC 9(10).
      * Argument de sortie : OK, VID (campagne inconnue).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-LIR-RET.

           MOVE LK-IDF-RAP TO PG-IDF-RAP.

           EXEC SQL
               SELECT r.ref_rap, r.motif_rap, f.nom_fou, r.statut_rap,
                      CAST(r.date_ouv_rap AS VARCHAR),
                      COALESCE(CAST(r.date_rcl_rap AS VARCHAR), ' ')
               INTO :PG-REF-RAP, :PG-MOT-RAP, :PG-NOM-FOU,
                    :PG-STA-RAP, :PG-DAT-OUV, :PG-DAT-RCL
               FROM campagne_rappel r
                   JOIN fournisseur f ON f.id_fou = r.id_fou_rap
               WHERE r.id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-LIR-RET-OK TO TRUE.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           STRING "suivi_rappel_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-SUI.

           PERFORM 0100-EDT-ENT-DEB
              THRU 0100-EDT-ENT-FIN.

           PERFORM 0200-EDT-CBL-DEB
              THRU 0200-EDT-CBL-FIN.

           PERFORM 0300-EDT-CLI-DEB
              THRU 0300-EDT-CLI-FIN.

           PERFORM 0400-EDT-TOT-DEB
              THRU 0400-EDT-TOT-FIN.

           CLOSE FIC-SUI.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * En-tête : campagne, fournisseur, statut et dates.
       0100-EDT-ENT-DEB.

           EVALUATE PG-STA-RAP
               WHEN 0
                   MOVE "en preparation" TO WS-LIB-STA
               WHEN 1
                   MOVE "lancee"         TO WS-LIB-STA
               WHEN OTHER
                   MOVE "close"          TO WS-LIB-STA
           END-EVALUATE.

           MOVE SPACES TO FD-LGN-SUI.
           STRING "SUIVI DE LA CAMPAGNE DE RAPPEL N. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-LIB-STA DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           STRING "Reference constructeur : " DELIMITED BY SIZE
                  PG-REF-RAP DELIMITED BY SIZE
                  " ouverte le " DELIMITED BY SIZE
                  PG-DAT-OUV DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           STRING "Motif : " DELIMITED BY SIZE
                  PG-MOT-RAP DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           STRING "Fournisseur : " DELIMITED BY SIZE
                  PG-NOM-FOU DELIMITED BY SIZE
                  " reclamation editee le : " DELIMITED BY SIZE
                  PG-DAT-RCL DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

       0100-EDT-ENT-FIN.

      *-----------------------------------------------------------------
      * Cibles et quantités bloquées en quarantaine au lancement.
       0200-EDT-CBL-DEB.

           MOVE " " TO FD-LGN-SUI.
           WRITE FD-LGN-SUI.

           MOVE
      -    "     Piece Designation                    Cible            
      -    "                         Bloque en stock"
               TO FD-LGN-SUI.
           WRITE FD-LGN-SUI.

           EXEC SQL OPEN CUR-CBL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-CBL
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-NUM-LOT,
                        :PG-NUM-SER, :PG-QTE-QRN
               END-EXEC

               IF SQLCODE = 0
                   MOVE SPACES TO WS-LIB-CBL
                   EVALUATE TRUE
                       WHEN PG-NUM-LOT NOT = SPACES
                           STRING "lot " DELIMITED BY SIZE
                                  PG-NUM-LOT DELIMITED BY SIZE
                                  INTO WS-LIB-CBL
                           END-STRING
                       WHEN PG-NUM-SER NOT = SPACES
                           STRING "serie " DELIMITED BY SIZE
                                  PG-NUM-SER DELIMITED BY SIZE
                                  INTO WS-LIB-CBL
                           END-STRING
                       WHEN OTHER
                           MOVE "piece entiere" TO WS-LIB-CBL
                   END-EVALUATE

                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT
                   MOVE PG-QTE-QRN TO WS-QTE-QRN-EDT
                   ADD PG-QTE-QRN  TO WS-TOT-QRN

                   MOVE SPACES TO FD-LGN-SUI
                   STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-NOM-PIE-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-LIB-CBL DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-QTE-QRN-EDT DELIMITED BY SIZE
                          INTO FD-LGN-SUI
                   END-STRING
                   WRITE FD-LGN-SUI
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CBL END-EXEC.

       0200-EDT-CBL-FIN.

      *-----------------------------------------------------------------
      * Clients touchés, lignes non soldées d'abord : quantité livrée,
      * rendue, reste à revenir, solde et date de la lettre.
       0300-EDT-CLI-DEB.

           MOVE " " TO FD-LGN-SUI.
           WRITE FD-LGN-SUI.

           MOVE
      -    "Client                              Piece      Livre     Ren
      -    "du      Reste Solde Lettre"
               TO FD-LGN-SUI.
           WRITE FD-LGN-SUI.

           EXEC SQL OPEN CUR-CLI END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-CLI
                   INTO :PG-NOM-CLI, :PG-IDF-PIE, :PG-QTE-LIV,
                        :PG-QTE-RET, :PG-SLD, :PG-DAT-AVI
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0310-LGN-CLI-DEB
                      THRU 0310-LGN-CLI-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CLI END-EXEC.

       0300-EDT-CLI-FIN.

      *-----------------------------------------------------------------
       0310-LGN-CLI-DEB.

           ADD 1 TO WS-NBR-LGN.
           ADD PG-QTE-LIV TO WS-TOT-LIV.
           ADD PG-QTE-RET TO WS-TOT-RET.

           IF PG-QTE-RET < PG-QTE-LIV
               COMPUTE WS-QTE-RST = PG-QTE-LIV - PG-QTE-RET
           ELSE
               MOVE 0 TO WS-QTE-RST
           END-IF.

           IF PG-SLD = 1
               ADD 1 TO WS-NBR-SLD
               MOVE "OUI" TO WS-LIB-SLD
           ELSE
               MOVE "NON" TO WS-LIB-SLD
           END-IF.

           MOVE PG-NOM-CLI TO WS-NOM-CLI-EDT.
           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-QTE-LIV TO WS-QTE-LIV-EDT.
           MOVE PG-QTE-RET TO WS-QTE-RET-EDT.
           MOVE WS-QTE-RST TO WS-QTE-RST-EDT.

           MOVE SPACES TO FD-LGN-SUI.
           STRING WS-NOM-CLI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IDF-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-LIV-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-RET-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-RST-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LIB-SLD DELIMITED BY SIZE
                  PG-DAT-AVI DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

       0310-LGN-CLI-FIN.

      *-----------------------------------------------------------------
      * Totaux : lignes soldées sur lignes, livré, rendu, bloqué.
       0400-EDT-TOT-DEB.

           MOVE " " TO FD-LGN-SUI.
           WRITE FD-LGN-SUI.

           MOVE WS-NBR-SLD TO WS-NBR-SLD-EDT.
           MOVE WS-NBR-LGN TO WS-NBR-LGN-EDT.
           MOVE SPACES TO FD-LGN-SUI.
           STRING "Lignes client soldees : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-SLD-EDT) DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-LGN-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           MOVE WS-TOT-LIV TO WS-TOT-EDT.
           STRING "Total livre aux clients  : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           MOVE WS-TOT-RET TO WS-TOT-EDT.
           STRING "Total rendu par clients  : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

           MOVE SPACES TO FD-LGN-SUI.
           MOVE WS-TOT-QRN TO WS-TOT-EDT.
           STRING "Total bloque en stock    : " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-SUI
           END-STRING.
           WRITE FD-LGN-SUI.

       0400-EDT-TOT-FIN.
