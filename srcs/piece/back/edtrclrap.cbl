      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Édition de la réclamation au fournisseur d'une campagne de     *
      * rappel constructeur lancée (reclamation_rappel_<campagne>.txt) *
      * : par pièce, la quantité bloquée en quarantaine au lancement   *
      * ("lanrap") et la quantité rendue par les clients               *
      * ("majretrap"), valorisées au prix d'achat du catalogue         *
      * piece_fournisseur du fournisseur de la campagne, à défaut au   *
      * coût moyen converti dans sa devise (taux_change), avec le      *
      * total réclamé. La réclamation est inscrite au registre des     *
      * documents ("ajudoc", type RCL), mise en file d'envoi par mail  *
      * au fournisseur, et sa date est notée sur la campagne           *
      * (date_rcl_rap) : "clorap" l'exige avant la clôture. Peut être  *
      * rééditée à mesure que les retours arrivent.                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITION; RCL=RECLAMATION; RAP=RAPPEL; STA=STATUT;          *
      * REF=REFERENCE; MOT=MOTIF; FOU=FOURNISSEUR; EML=MAIL;           *
      * DEV=DEVISE; PIE=PIECE; QTE=QUANTITE; QRN=QUARANTAINE;          *
      * RET=RENDUE; PRI=PRIX; UNI=UNITAIRE; MNT=MONTANT; TOT=TOTAL;    *
      * LGN=LIGNE; NBR=NOMBRE; FIC=FICHIER; DOC=DOCUMENT; CPY=COPIE;   *
      * TYP=TYPE; ENV=ENVOI; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;       *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtrclrap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RCL ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-RCL.
       01  FD-LGN-RCL                PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP              PIC 9(10).
       01 PG-STA-RAP              PIC 9(01).
       01 PG-REF-RAP              PIC X(30).
       01 PG-MOT-RAP              PIC X(60).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-EML-FOU              PIC X(50).
       01 PG-DEV-FOU              PIC X(03).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-QRN              PIC 9(07)V9(03).
       01 PG-QTE-RET              PIC 9(07)V9(03).
       01 PG-PRI-UNI              PIC 9(08)V99.
       01 PG-NOM-FIC              PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Quantités à réclamer par pièce : stock bloqué au lancement et
      * retours des clients, valorisées au prix d'achat du catalogue
      * du fournisseur (à défaut, coût moyen converti dans sa devise).
       EXEC SQL
           DECLARE CUR-RCL CURSOR FOR
               SELECT q.id_pie, p.nom_pie, q.qte_qrn, q.qte_ret,
                      COALESCE(pf.prix_achat_pf,
                               ROUND(COALESCE(p.cump_pie, 0)
                                     / COALESCE(NULLIF(tc.taux_eur, 0),
                                                1), 2))
               FROM (SELECT u.id_pie, SUM(u.qrn) AS qte_qrn,
                            SUM(u.ret) AS qte_ret
                     FROM (SELECT c.id_pie, c.qte_qrn_cbl AS qrn,
                                  0 AS ret
                           FROM campagne_rappel_cible c
                           WHERE c.id_rap = :PG-IDF-RAP
                           UNION ALL
                           SELECT r.id_pie, 0, r.qte_ret_rcl
                           FROM rappel_client r
                           WHERE r.id_rap = :PG-IDF-RAP) u
                     GROUP BY u.id_pie) q
                   JOIN piece p ON p.id_pie = q.id_pie
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = q.id_pie
                      AND pf.id_fou = :PG-IDF-FOU
                   LEFT JOIN taux_change tc
                       ON tc.devise = :PG-DEV-FOU
                      AND :PG-DEV-FOU <> 'EUR'
               WHERE q.qte_qrn + q.qte_ret > 0
               ORDER BY q.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-RAP-EDT          PIC Z(09)9.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-NOM-PIE-EDT          PIC X(30).
       01 WS-QTE-QRN-EDT          PIC Z(06)9.999.
       01 WS-QTE-RET-EDT          PIC Z(06)9.999.
       01 WS-PRI-UNI-EDT          PIC Z(07)9.99.
       01 WS-MNT-LGN-EDT          PIC Z(09)9.99.
       01 WS-MNT-LGN              PIC 9(10)V99.
       01 WS-MNT-TOT              PIC 9(10)V99 VALUE 0.
       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

       01 WS-TYP-DOC              PIC X(03) VALUE "RCL".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       LINKAGE SECTION.
      * Argument d'entrée : la campagne.
       01 LK-IDF-RAP              PIC 9(10).
      * Argument de sortie : OK, VID (campagne inconnue, pas encore
      * lancée, ou rien à réclamer), ERR (erreur SQL).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-LIR-RET.

           MOVE LK-IDF-RAP TO PG-IDF-RAP.

           EXEC SQL
               SELECT r.statut_rap, r.ref_rap, r.motif_rap,
                      r.id_fou_rap, f.nom_fou,
                      COALESCE(f.mail_fou, ' '),
                      COALESCE(f.devise_fou, 'EUR')
               INTO :PG-STA-RAP, :PG-REF-RAP, :PG-MOT-RAP,
                    :PG-IDF-FOU, :PG-NOM-FOU, :PG-EML-FOU,
                    :PG-DEV-FOU
               FROM campagne_rappel r
                   JOIN fournisseur f ON f.id_fou = r.id_fou_rap
               WHERE r.id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-RAP = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-LIR-RET-OK TO TRUE.

           PERFORM 0100-EDT-RCL-DEB
              THRU 0100-EDT-RCL-FIN.

           IF WS-NBR-LGN = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-ENV-RCL-DEB
              THRU 0200-ENV-RCL-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Écrit la réclamation (reclamation_rappel_<campagne>.txt) :
      * par pièce, quantité bloquée en stock, quantité rendue par les
      * clients, prix unitaire et montant dans la devise du
      * fournisseur, puis le total.
       0100-EDT-RCL-DEB.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           STRING "reclamation_rappel_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-RCL.

           MOVE "RECLAMATION - PIECES SOUS RAPPEL CONSTRUCTEUR"
               TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           MOVE SPACES TO FD-LGN-RCL.
           STRING "Fournisseur : " DELIMITED BY SIZE
                  PG-NOM-FOU DELIMITED BY SIZE
                  INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

           MOVE SPACES TO FD-LGN-RCL.
           STRING "Campagne : " DELIMITED BY SIZE
                  PG-REF-RAP DELIMITED BY SIZE
                  " (notre reference RAP " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

           MOVE SPACES TO FD-LGN-RCL.
           STRING "Motif : " DELIMITED BY SIZE
                  PG-MOT-RAP DELIMITED BY SIZE
                  INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

           MOVE " " TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           MOVE SPACES TO FD-LGN-RCL.
           STRING
               "     Piece Designation                    En stock   "
               DELIMITED BY SIZE
               "   Rendu   Prix unit.       Montant " DELIMITED BY SIZE
               PG-DEV-FOU DELIMITED BY SIZE
               INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

           EXEC SQL OPEN CUR-RCL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN

               EXEC SQL
                   FETCH CUR-RCL
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-QRN,
                        :PG-QTE-RET, :PG-PRI-UNI
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0110-LGN-RCL-DEB
                      THRU 0110-LGN-RCL-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-RCL END-EXEC.

           MOVE " " TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           MOVE WS-MNT-TOT TO WS-MNT-LGN-EDT.
           MOVE SPACES TO FD-LGN-RCL.
           STRING "Total reclame : " DELIMITED BY SIZE
                  WS-MNT-LGN-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DEV-FOU DELIMITED BY SIZE
                  INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

           MOVE "Les pieces sont tenues a votre disposition en "
               TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           MOVE "quarantaine ; merci de nous indiquer vos consignes "
               TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           MOVE "d'enlevement et d'emettre l'avoir correspondant."
               TO FD-LGN-RCL.
           WRITE FD-LGN-RCL.

           CLOSE FIC-RCL.

       0100-EDT-RCL-FIN.

      *-----------------------------------------------------------------
       0110-LGN-RCL-DEB.

           ADD 1 TO WS-NBR-LGN.

           COMPUTE WS-MNT-LGN ROUNDED =
               (PG-QTE-QRN + PG-QTE-RET) * PG-PRI-UNI.
           ADD WS-MNT-LGN TO WS-MNT-TOT.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-NOM-PIE TO WS-NOM-PIE-EDT.
           MOVE PG-QTE-QRN TO WS-QTE-QRN-EDT.
           MOVE PG-QTE-RET TO WS-QTE-RET-EDT.
           MOVE PG-PRI-UNI TO WS-PRI-UNI-EDT.
           MOVE WS-MNT-LGN TO WS-MNT-LGN-EDT.

           MOVE SPACES TO FD-LGN-RCL.
           STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-QRN-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-QTE-RET-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRI-UNI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-LGN-EDT DELIMITED BY SIZE
                  INTO FD-LGN-RCL
           END-STRING.
           WRITE FD-LGN-RCL.

       0110-LGN-RCL-FIN.

      *-----------------------------------------------------------------
      * Inscrit la réclamation au registre des documents, la met en
      * file d'envoi par mail au fournisseur (canal par défaut s'il
      * n'a pas d'email) et note sa date d'édition sur la campagne.
       0200-ENV-RCL-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-RAP
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-FIC TO PG-NOM-FIC.

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
               UPDATE campagne_rappel
               SET date_rcl_rap = CURRENT_DATE
               WHERE id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0200-ENV-RCL-FIN.
