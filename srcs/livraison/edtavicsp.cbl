      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition de l'avis d'arrivée d'une commande spéciale, créée par *
      * "ajucsp" : quand la pièce commandée pour le client est reçue   *
      * ("majliv"), l'avis avis_arrivee_<id>.txt lui annonce la pièce, *
      * la quantité arrivée (et le reste à suivre si la réception est  *
      * partielle), la date d'arrivée et le numéro de commande à       *
      * présenter au comptoir. L'original est inscrit au registre des  *
      * documents (type "ACS", via "ajudoc") et mis en file d'envoi    *
      * par mail au client ; un duplicata (G-DOC-DUP, réimpression     *
      * depuis "ecrdoc") n'est ni inscrit ni envoyé. Appelé la nuit    *
      * par "avicsp".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; AVI=AVIS D'ARRIVEE; CSP=COMMANDE SPECIALE;        *
      * LIV=LIVRAISON; SOR=SORTANTE; CLI=CLIENT; EML=EMAIL; PIE=PIECE; *
      * QTE=QUANTITE; RCP=RECUE; DAT=DATE; CRE=CREATION; FIC=FICHIER;  *
      * OUV=OUVERTURE; ECR=ECRITURE; ENV=ENVOI; DOC=DOCUMENT;          *
      * DUP=DUPLICATA; CPY=COPIE; LGN=LIGNE; IDF=IDENTIFIANT.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtavicsp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-AVI ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-AVI.
       01  FD-LGN-AVI                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CSP              PIC 9(10).
       01 PG-IDF-LIV-SOR          PIC 9(10).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-EML-CLI              PIC X(50).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-CSP              PIC 9(10).
       01 PG-QTE-RCP              PIC 9(10).
       01 PG-DAT-CRE              PIC X(10).
       01 PG-DAT-RCP              PIC X(10).
      * Envoi de l'avis par mail au client.
       01 PG-NOM-FIC              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-CSP-EDT          PIC Z(10).
       01 WS-IDF-LIV-EDT          PIC Z(10).
       01 WS-QTE-EDT              PIC Z(06)9.

      * Indicateur partagé avec l'écran du registre des documents
      * ("ecrdoc") : numéro de duplicata à imprimer (0 = original).
      * Seul l'original est inscrit au registre et mis en file
      * d'envoi ici ; "ecrdoc" inscrit lui-même ses duplicatas.
       01 G-DOC-DUP               PIC 9(03) EXTERNAL.
       01 WS-DUP-EDT              PIC Z(03).

       01 WS-TYP-DOC              PIC X(03) VALUE "ACS".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       LINKAGE SECTION.
      * Argument d'entrée : la commande spéciale arrivée.
       01 LK-IDF-CSP              PIC 9(10).
      * Argument de sortie : OK, VID (commande inconnue ou rien
      * d'arrivé), ERR (erreur SQL).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CSP,
                                LK-LIR-RET.

           MOVE SPACES TO LK-LIR-RET.

           PERFORM 0100-LIR-CSP-DEB
              THRU 0100-LIR-CSP-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-OUV-FIC-DEB
              THRU 0200-OUV-FIC-FIN.

           PERFORM 0300-ECR-AVI-DEB
              THRU 0300-ECR-AVI-FIN.

           CLOSE FIC-AVI.

           IF G-DOC-DUP = 0
               PERFORM 0400-ENV-AVI-DEB
                  THRU 0400-ENV-AVI-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Relit la commande spéciale avec son client et sa pièce ; rien
      * à aviser tant que rien n'est arrivé.
       0100-LIR-CSP-DEB.

           MOVE LK-IDF-CSP TO PG-IDF-CSP.

           EXEC SQL
               SELECT cs.id_liv_sor, c.nom_cli,
                      COALESCE(c.mail_cli, ''), p.nom_pie,
                      cs.qte_csp, cs.qte_rcp_csp,
                      TO_CHAR(cs.date_cre_csp, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(cs.date_rcp_csp, 'YYYY-MM-DD'),
                               '')
               INTO :PG-IDF-LIV-SOR, :PG-NOM-CLI, :PG-EML-CLI,
                    :PG-NOM-PIE, :PG-QTE-CSP, :PG-QTE-RCP,
                    :PG-DAT-CRE, :PG-DAT-RCP
               FROM commande_speciale cs
                   JOIN client c ON c.id_cli = cs.id_cli
                   JOIN piece p ON p.id_pie = cs.id_pie
               WHERE cs.id_csp = :PG-IDF-CSP
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
               WHEN PG-QTE-RCP = 0
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-OK TO TRUE
           END-EVALUATE.

       0100-LIR-CSP-FIN.

      *-----------------------------------------------------------------
       0200-OUV-FIC-DEB.

           MOVE LK-IDF-CSP TO WS-IDF-CSP-EDT.
           MOVE SPACES TO WS-NOM-FIC.

           STRING "avis_arrivee_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CSP-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-AVI.

       0200-OUV-FIC-FIN.

      *-----------------------------------------------------------------
      * Avis d'arrivée : la pièce commandée pour le client est arrivée
      * et l'attend au comptoir, sous le numéro de sa commande.
       0300-ECR-AVI-DEB.

           MOVE "AVIS D'ARRIVEE DE VOTRE COMMANDE SPECIALE"
               TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

           IF G-DOC-DUP > 0
               MOVE G-DOC-DUP TO WS-DUP-EDT
               MOVE SPACES TO FD-LGN-AVI
               STRING "DUPLICATA n. " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DUP-EDT) DELIMITED BY SIZE
                      INTO FD-LGN-AVI
               END-STRING
               WRITE FD-LGN-AVI
           END-IF.

           MOVE " " TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

           MOVE SPACES TO FD-LGN-AVI.
           STRING "Client : " DELIMITED BY SIZE
                  PG-NOM-CLI DELIMITED BY SIZE
                  INTO FD-LGN-AVI
           END-STRING.
           WRITE FD-LGN-AVI.

           MOVE PG-IDF-LIV-SOR TO WS-IDF-LIV-EDT.
           MOVE SPACES TO FD-LGN-AVI.
           STRING "Commande speciale n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CSP-EDT) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  PG-DAT-CRE DELIMITED BY SIZE
                  " (livraison n. " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-AVI
           END-STRING.
           WRITE FD-LGN-AVI.

           MOVE " " TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

           MOVE PG-QTE-RCP TO WS-QTE-EDT.
           MOVE SPACES TO FD-LGN-AVI.
           STRING "Piece : " DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY SIZE
                  " Quantite arrivee : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-AVI
           END-STRING.
           WRITE FD-LGN-AVI.

           IF PG-QTE-RCP < PG-QTE-CSP
               MOVE PG-QTE-CSP TO WS-QTE-EDT
               MOVE SPACES TO FD-LGN-AVI
               STRING "(sur " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                      " commandee(s), le reste suivra)"
                          DELIMITED BY SIZE
                      INTO FD-LGN-AVI
               END-STRING
               WRITE FD-LGN-AVI
           END-IF.

           MOVE SPACES TO FD-LGN-AVI.
           STRING "Arrivee le " DELIMITED BY SIZE
                  PG-DAT-RCP DELIMITED BY SIZE
                  INTO FD-LGN-AVI
           END-STRING.
           WRITE FD-LGN-AVI.

           MOVE " " TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

           MOVE "Elle vous attend a notre comptoir." TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

           MOVE "Merci de vous munir du numero de commande ci-dessus."
               TO FD-LGN-AVI.
           WRITE FD-LGN-AVI.

       0300-ECR-AVI-FIN.

      *-----------------------------------------------------------------
      * Inscrit l'avis au registre des documents et le met en file
      * d'envoi par mail au client (file d'envoi laissée au canal par
      * défaut si le client n'a pas d'email).
       0400-ENV-AVI-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-CSP
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK OR PG-EML-CLI = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.

           EXEC SQL
               UPDATE file_envoi
               SET canal_env = 'MAIL',
                   destinataire = :PG-EML-CLI
               WHERE statut_env = 0
                 AND id_doc =
                     (SELECT MAX(dg.id_doc)
                      FROM document_genere dg
                      WHERE dg.nom_fic = :PG-NOM-FIC)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0400-ENV-AVI-FIN.
