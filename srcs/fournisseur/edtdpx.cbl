      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui envoie une demande de prix (demande_prix,   *
      * ouverte par "ajudpx") à chacun des fournisseurs consultés qui  *
      * ne l'ont pas encore reçue (demande_prix_fou sans date d'envoi, *
      * 20 par passage au plus) : un document texte par fournisseur    *
      * (demande_prix_<demande>_<fournisseur>.txt) listant les pièces  *
      * et quantités demandées (demande_prix_piece) et les éléments de *
      * réponse attendus (prix unitaire, devise, délai, frais de port, *
      * validité). Chaque document est inscrit au registre ("ajudoc",  *
      * type DPX) et mis en file d'envoi par mail au fournisseur       *
      * (file_envoi, comme les avis "edtavicsp"), puis la date d'envoi *
      * est notée. La demande passe au statut envoyée (1), ses pièces  *
      * ne sont plus modifiables. Rend le nombre de fournisseurs       *
      * servis.                                                        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; DPX=DEMANDE DE PRIX; DPP=DEMANDE DE PRIX PIECE;    *
      * FOU=FOURNISSEUR; PIE=PIECE; NOM=NOM; EML=MAIL; QTE=QUANTITE;   *
      * STA=STATUT; DAT=DATE; NBR=NOMBRE; ENV=ENVOI; MAX=MAXIMUM;      *
      * IDX=INDEX; TYP=TYPE; DOC=DOCUMENT; NUM=NUMERO; CPY=COPIE;      *
      * FIC=FICHIER; LGN=LIGNE; CTL=CONTROLE; LIR=LECTURE; ETT=ETAT;   *
      * LCT=LECTURE; ENC=EN COURS; CUR=CURSEUR; IDF=IDENTIFIANT.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DPX ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DPX.
       01  FD-LGN-DPX                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX              PIC 9(10).
       01 PG-STA-DPX              PIC 9(01).
       01 PG-DAT-DPX              PIC X(10).
       01 PG-NBR-PIE              PIC 9(05).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-EML-FOU              PIC X(50).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-DPP              PIC 9(07)V9(03).
      * Envoi de la demande par mail au fournisseur.
       01 PG-NOM-FIC              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Fournisseurs consultés pas encore servis.
       EXEC SQL
           DECLARE CUR-FOU CURSOR FOR
               SELECT d.id_fou, f.nom_fou, COALESCE(f.mail_fou, ' ')
               FROM demande_prix_fou d
                   JOIN fournisseur f ON f.id_fou = d.id_fou
               WHERE d.id_dpx = :PG-IDF-DPX
                 AND d.date_env_dpf IS NULL
               ORDER BY d.id_fou
               FOR READ ONLY
       END-EXEC.

      * Pièces et quantités demandées.
       EXEC SQL
           DECLARE CUR-PIE CURSOR FOR
               SELECT d.id_pie, p.nom_pie, d.qte_dpp
               FROM demande_prix_piece d
                   JOIN piece p ON p.id_pie = d.id_pie
               WHERE d.id_dpx = :PG-IDF-DPX
               ORDER BY d.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Fournisseurs à servir, relevés avant les envois (chaque
      * envoi valide sa propre écriture au registre).
       01 WS-TAB-FOU.
           05 WS-FOU              OCCURS 20 TIMES.
               10 WS-FOU-IDF      PIC 9(10).
               10 WS-FOU-NOM      PIC X(50).
               10 WS-FOU-EML      PIC X(50).
       77 WS-NBR-FOU              PIC 9(02) VALUE 0.
       77 WS-MAX-FOU              PIC 9(02) VALUE 20.
       77 WS-IDX-FOU              PIC 9(02).

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-DPX-EDT          PIC Z(09)9.
       01 WS-IDF-FOU-EDT          PIC Z(09)9.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-QTE-EDT              PIC Z(06)9.999.

       01 WS-TYP-DOC              PIC X(03) VALUE "DPX".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       LINKAGE SECTION.
      * Argument d'entrée : la demande de prix.
       01 LK-IDF-DPX              PIC 9(10).
      * Arguments de sortie : nombre de fournisseurs servis, et OK,
      * VID (demande inconnue, attribuée, sans pièce ou sans
      * fournisseur à servir), ERR (erreur SQL).
       01 LK-NBR-ENV              PIC 9(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-NBR-ENV,
                                LK-LIR-RET.

           MOVE 0 TO LK-NBR-ENV.
           MOVE LK-IDF-DPX TO PG-IDF-DPX.

           PERFORM 0100-CTL-DPX-DEB
              THRU 0100-CTL-DPX-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-LIR-FOU-DEB
              THRU 0200-LIR-FOU-FIN.

           IF WS-NBR-FOU = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING WS-IDX-FOU FROM 1 BY 1
                   UNTIL WS-IDX-FOU > WS-NBR-FOU

               PERFORM 0300-EDT-FOU-DEB
                  THRU 0300-EDT-FOU-FIN

               PERFORM 0400-ENV-FOU-DEB
                  THRU 0400-ENV-FOU-FIN
           END-PERFORM.

      * La demande est partie : ses pièces ne bougent plus.
           EXEC SQL
               UPDATE demande_prix
               SET statut_dpx = 1
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La demande doit exister, ne pas être attribuée et porter au
      * moins une pièce.
       0100-CTL-DPX-DEB.

           EXEC SQL
               SELECT statut_dpx, CAST(date_dpx AS VARCHAR),
                      (SELECT COUNT(*)
                       FROM demande_prix_piece dp
                       WHERE dp.id_dpx = demande_prix.id_dpx)
               INTO :PG-STA-DPX, :PG-DAT-DPX, :PG-NBR-PIE
               FROM demande_prix
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-DPX = 2 OR PG-NBR-PIE = 0
               SET LK-LIR-RET-VID TO TRUE
           ELSE
               SET LK-LIR-RET-OK TO TRUE
           END-IF.

       0100-CTL-DPX-FIN.

      *-----------------------------------------------------------------
      * Relève les fournisseurs consultés qui n'ont pas encore reçu
      * la demande.
       0200-LIR-FOU-DEB.

           EXEC SQL OPEN CUR-FOU END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-FOU >= WS-MAX-FOU

               EXEC SQL
                   FETCH CUR-FOU
                   INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-EML-FOU
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-FOU
                   MOVE PG-IDF-FOU TO WS-FOU-IDF(WS-NBR-FOU)
                   MOVE PG-NOM-FOU TO WS-FOU-NOM(WS-NBR-FOU)
                   MOVE PG-EML-FOU TO WS-FOU-EML(WS-NBR-FOU)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FOU END-EXEC.

       0200-LIR-FOU-FIN.

      *-----------------------------------------------------------------
      * Écrit la demande d'un fournisseur
      * (demande_prix_<demande>_<fournisseur>.txt).
       0300-EDT-FOU-DEB.

           MOVE PG-IDF-DPX TO WS-IDF-DPX-EDT.
           MOVE WS-FOU-IDF(WS-IDX-FOU) TO WS-IDF-FOU-EDT.
           MOVE SPACES TO WS-NOM-FIC.

           STRING "demande_prix_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-DPX.

           MOVE SPACES TO FD-LGN-DPX.
           STRING "DEMANDE DE PRIX N. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-DPX DELIMITED BY SIZE
                  INTO FD-LGN-DPX
           END-STRING.
           WRITE FD-LGN-DPX.

           MOVE SPACES TO FD-LGN-DPX.
           STRING "Fournisseur : " DELIMITED BY SIZE
                  WS-FOU-NOM(WS-IDX-FOU) DELIMITED BY SIZE
                  INTO FD-LGN-DPX
           END-STRING.
           WRITE FD-LGN-DPX.

           MOVE " " TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           MOVE
      -    "     Piece Designation                                      
      -    " Quantite"
               TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           EXEC SQL OPEN CUR-PIE END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-PIE
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-DPP
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
                   MOVE PG-QTE-DPP TO WS-QTE-EDT
                   MOVE SPACES TO FD-LGN-DPX
                   STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          PG-NOM-PIE DELIMITED BY SIZE
                          WS-QTE-EDT DELIMITED BY SIZE
                          INTO FD-LGN-DPX
                   END-STRING
                   WRITE FD-LGN-DPX
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-PIE END-EXEC.

           MOVE " " TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           MOVE "Merci de nous indiquer pour chaque piece votre prix "
               TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           MOVE "unitaire, la devise, le delai de livraison (jours), "
               TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           MOVE "vos frais de port et la date de validite de l'offre."
               TO FD-LGN-DPX.
           WRITE FD-LGN-DPX.

           MOVE SPACES TO FD-LGN-DPX.
           STRING "Merci de rappeler la reference DPX "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  " dans votre reponse." DELIMITED BY SIZE
                  INTO FD-LGN-DPX
           END-STRING.
           WRITE FD-LGN-DPX.

           CLOSE FIC-DPX.

       0300-EDT-FOU-FIN.

      *-----------------------------------------------------------------
      * Inscrit la demande au registre des documents et la met en
      * file d'envoi par mail au fournisseur (canal par défaut s'il
      * n'a pas d'email), puis note la date d'envoi.
       0400-ENV-FOU-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-DPX
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.
           MOVE WS-FOU-IDF(WS-IDX-FOU) TO PG-IDF-FOU.
           MOVE WS-FOU-EML(WS-IDX-FOU) TO PG-EML-FOU.

           IF PG-EML-FOU NOT = SPACES
               EXEC SQL
                   UPDATE file_envoi
                   SET canal_env = 'MAIL',
                       destinataire = :PG-EML-FOU
                   WHERE statut_env = 0
                     AND id_doc =
                         (SELECT MAX(dg.id_doc)
                          FROM document_genere dg
                          WHERE dg.nom_fic = :PG-NOM-FIC)
               END-EXEC
           END-IF.

           EXEC SQL
               UPDATE demande_prix_fou
               SET date_env_dpf = CURRENT_DATE
               WHERE id_dpx = :PG-IDF-DPX
                 AND id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO LK-NBR-ENV
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0400-ENV-FOU-FIN.
