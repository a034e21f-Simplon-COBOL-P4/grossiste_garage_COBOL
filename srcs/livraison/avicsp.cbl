      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui suit les   *
      * commandes spéciales ("ajucsp") arrivées : chaque commande dont *
      * tout ou partie a été reçu ("majliv") et dont le client n'a pas *
      * encore été avisé donne lieu à un avis d'arrivée ("edtavicsp",  *
      * inscrit au registre et mis en file d'envoi par mail), et sa    *
      * date d'avis est posée pour ne pas le renvoyer. Les commandes   *
      * arrivées depuis plus de N jours (clé "delai_csp" de            *
      * parametre_secu, 15 jours à défaut) et toujours pas retirées    *
      * sont listées dans csp_non_retirees.txt (client, téléphone,     *
      * pièce, ancienneté) pour relance du comptoir : la pièce reste   *
      * réservée au client tant que la commande n'est pas retirée ou   *
      * annulée.                                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AVI=AVIS D'ARRIVEE; CSP=COMMANDE SPECIALE; NRT=NON RETIREE;    *
      * ARR=ARRIVEE; LST=LISTE; DEL=DELAI; JRS=JOURS; LIV=LIVRAISON;   *
      * SOR=SORTANTE; CLI=CLIENT; TEL=TELEPHONE; PIE=PIECE;            *
      * QTE=QUANTITE; RCP=RECUE; DAT=DATE; ECR=ECRITURE; LCT=LECTURE;  *
      * ETT=ETAT; NBR=NOMBRE; IDF=IDENTIFIANT; EDT=EDITION;            *
      * DOC=DOCUMENT; DUP=DUPLICATA.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. avicsp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-NRT ASSIGN TO "csp_non_retirees.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-NRT.
       01  FD-LGN-NRT             PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DEL-JRS             PIC 9(03).
       01 PG-IDF-CSP             PIC 9(10).
       01 PG-IDF-LIV-SOR         PIC 9(10).
       01 PG-NOM-CLI             PIC X(50).
       01 PG-TEL-CLI             PIC X(15).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-QTE-RCP             PIC 9(10).
       01 PG-DAT-RCP             PIC X(10).
       01 PG-NBR-JRS             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Commandes spéciales arrivées (tout ou partie) dont le client
      * n'a pas encore été avisé.
       EXEC SQL
           DECLARE CUR-AVI CURSOR FOR
               SELECT cs.id_csp
               FROM commande_speciale cs
               WHERE cs.statut_csp IN (0, 1)
                 AND cs.qte_rcp_csp > 0
                 AND cs.date_avi_csp IS NULL
               ORDER BY cs.id_csp
               FOR READ ONLY
       END-EXEC.

      * Commandes spéciales arrivées depuis plus de N jours et
      * toujours pas retirées.
       EXEC SQL
           DECLARE CUR-NRT CURSOR FOR
               SELECT cs.id_csp, cs.id_liv_sor, c.nom_cli,
                      COALESCE(CAST(c.tel_cli AS VARCHAR), ''),
                      p.nom_pie, cs.qte_rcp_csp,
                      TO_CHAR(cs.date_rcp_csp, 'YYYY-MM-DD'),
                      CURRENT_DATE - cs.date_rcp_csp
               FROM commande_speciale cs
                   JOIN client c ON c.id_cli = cs.id_cli
                   JOIN piece p ON p.id_pie = cs.id_pie
               WHERE cs.statut_csp IN (0, 1)
                 AND cs.qte_rcp_csp > 0
                 AND cs.date_rcp_csp <
                     CURRENT_DATE - CAST(:PG-DEL-JRS AS INTEGER)
               ORDER BY cs.date_rcp_csp, cs.id_csp
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-AVI             PIC 9(05) VALUE 0.
       01 WS-NBR-NRT             PIC 9(05) VALUE 0.

      * Édition de l'avis d'arrivée (original, inscrit au registre et
      * mis en file d'envoi par "edtavicsp").
       01 G-DOC-DUP              PIC 9(03) EXTERNAL.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-AVI==.

      * Ligne de la liste des commandes non retirées.
       01 WS-DEL-EDT             PIC Z(02)9.
       01 WS-IDF-CSP-EDT         PIC Z(09)9.
       01 WS-IDF-LIV-EDT         PIC Z(09)9.
       01 WS-QTE-EDT             PIC Z(06)9.
       01 WS-JRS-EDT             PIC Z(04)9.

       PROCEDURE DIVISION.

           MOVE 0 TO G-DOC-DUP.

      * Délai configuré, 15 jours à défaut.
           MOVE 15 TO PG-DEL-JRS.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DEL-JRS
               FROM parametre_secu
               WHERE cle_prm = 'delai_csp'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 15 TO PG-DEL-JRS
           END-IF.

           PERFORM 0100-AVI-ARR-DEB
              THRU 0100-AVI-ARR-FIN.

           PERFORM 0200-LST-NRT-DEB
              THRU 0200-LST-NRT-FIN.

           DISPLAY "avicsp : " WS-NBR-AVI " avis d'arrivee, "
               WS-NBR-NRT " commande(s) speciale(s) non retiree(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Avise chaque client dont la commande spéciale est arrivée :
      * avis édité, inscrit et mis en file d'envoi par "edtavicsp",
      * puis date d'avis posée pour ne pas le renvoyer (un COMMIT par
      * commande).
       0100-AVI-ARR-DEB.

           EXEC SQL OPEN CUR-AVI END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-AVI
                   INTO :PG-IDF-CSP
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0150-AVI-CSP-DEB
                      THRU 0150-AVI-CSP-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-AVI END-EXEC.

       0100-AVI-ARR-FIN.

      *-----------------------------------------------------------------
       0150-AVI-CSP-DEB.

           CALL "edtavicsp"
               USING
               PG-IDF-CSP
               WS-AVI-LIR-RET
           END-CALL.

           IF NOT WS-AVI-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE commande_speciale
               SET date_avi_csp = CURRENT_DATE
               WHERE id_csp = :PG-IDF-CSP
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-AVI
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0150-AVI-CSP-FIN.

      *-----------------------------------------------------------------
      * Liste des commandes spéciales arrivées depuis plus de N jours
      * et jamais retirées, pour relance téléphonique du comptoir.
       0200-LST-NRT-DEB.

           OPEN OUTPUT FIC-NRT.

           MOVE PG-DEL-JRS TO WS-DEL-EDT.
           MOVE SPACES TO FD-LGN-NRT.
           STRING "COMMANDES SPECIALES NON RETIREES DEPUIS PLUS DE "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEL-EDT) DELIMITED BY SIZE
                  " JOURS" DELIMITED BY SIZE
                  INTO FD-LGN-NRT
           END-STRING.
           WRITE FD-LGN-NRT.

           MOVE " " TO FD-LGN-NRT.
           WRITE FD-LGN-NRT.

           MOVE
      -    "  Commande  Livraison  Arrivee le  Jours    Qte  Client / Te
      -    "l / Piece"
               TO FD-LGN-NRT.
           WRITE FD-LGN-NRT.

           EXEC SQL OPEN CUR-NRT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-NRT
                   INTO :PG-IDF-CSP, :PG-IDF-LIV-SOR, :PG-NOM-CLI,
                        :PG-TEL-CLI, :PG-NOM-PIE, :PG-QTE-RCP,
                        :PG-DAT-RCP, :PG-NBR-JRS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0250-ECR-NRT-DEB
                      THRU 0250-ECR-NRT-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-NRT END-EXEC.

           IF WS-NBR-NRT = 0
               MOVE "Aucune commande speciale en attente de retrait"
                   TO FD-LGN-NRT
               WRITE FD-LGN-NRT
           END-IF.

           CLOSE FIC-NRT.

       0200-LST-NRT-FIN.

      *-----------------------------------------------------------------
       0250-ECR-NRT-DEB.

           MOVE PG-IDF-CSP     TO WS-IDF-CSP-EDT.
           MOVE PG-IDF-LIV-SOR TO WS-IDF-LIV-EDT.
           MOVE PG-QTE-RCP     TO WS-QTE-EDT.
           MOVE PG-NBR-JRS     TO WS-JRS-EDT.

           MOVE SPACES TO FD-LGN-NRT.
           STRING WS-IDF-CSP-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IDF-LIV-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PG-DAT-RCP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-JRS-EDT DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-CLI) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-TEL-CLI) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-PIE) DELIMITED BY SIZE
                  INTO FD-LGN-NRT
           END-STRING.
           WRITE FD-LGN-NRT.

           ADD 1 TO WS-NBR-NRT.

       0250-ECR-NRT-FIN.
