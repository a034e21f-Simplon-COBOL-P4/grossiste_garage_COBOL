      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui importe    *
      * les réponses des fournisseurs aux demandes de prix reçues en   *
      * fichier (reponse_prix.dat : une ligne demande + fournisseur +  *
      * pièce + prix unitaire + devise + délai + validité + frais de   *
      * l'offre), avec les mêmes contrôles et les mêmes écritures que  *
      * la saisie à l'écran ("majrepdpx") : conditions de l'offre sur  *
      * demande_prix_fou, prix de la pièce dans reponse_prix (un prix  *
      * à 0 retire la ligne). Les lignes illisibles, d'une demande     *
      * attribuée, d'un fournisseur non consulté, d'une pièce hors     *
      * demande ou d'une devise inconnue partent dans la table commune *
      * des rejets d'import ("ajurej") avec leur motif, d'où l'atelier *
      * "ecrrej" les corrige et les fait rejouer une à une par ce      *
      * programme (G-REJ-RPR). Absence de fichier : rien à faire, code *
      * retour 0.                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; REP=REPONSE; DPX=DEMANDE DE PRIX; FOU=FOURNISSEUR; *
      * PIE=PIECE; PRI=PRIX; DEV=DEVISE; DEL=DELAI; DAT=DATE;          *
      * VAL=VALIDITE; FRA=FRAIS; FIC=FICHIER; LGN=LIGNE; REJ=REJET;    *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; STA=STATUT;                 *
      * IDF=IDENTIFIANT; RPR=REPRISE; SRC=SOURCE; MOT=MOTIF.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. imprepdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REP ASSIGN TO "reponse_prix.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par pièce chiffrée : demande, fournisseur, pièce,
      * prix unitaire, puis les conditions de l'offre (devise, délai
      * en jours, validité AAAA-MM-JJ, frais de port et de douane).
       FD  FIC-REP.
       01  FD-REC-REP.
           05 FD-IDF-DPX              PIC 9(10).
           05 FD-IDF-FOU              PIC 9(10).
           05 FD-IDF-PIE              PIC 9(10).
           05 FD-PRI-REP              PIC 9(08)V99.
           05 FD-DEV-REP              PIC X(03).
           05 FD-DEL-REP              PIC 9(05).
           05 FD-DAT-VAL              PIC X(10).
           05 FD-FRA-REP              PIC 9(08)V99.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-PRI-REP             PIC 9(08)V99.
       01 PG-DEV-REP             PIC X(03).
       01 PG-DEL-REP             PIC 9(05).
       01 PG-DAT-VAL             PIC X(10).
       01 PG-FRA-REP             PIC 9(08)V99.
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-LGN             PIC 9(07) VALUE 0.
       01 WS-NBR-REJ             PIC 9(07) VALUE 0.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Ligne rejouee depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-REP.

           IF WS-STA-FIC NOT = "00"
               DISPLAY "imprepdpx : pas de fichier"
                   " reponse_prix.dat cette nuit"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LCT-DEB
              THRU 0100-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0200-TRT-LGN-DEB
                  THRU 0200-TRT-LGN-FIN

               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN
           END-PERFORM.

           CLOSE FIC-REP.

           DISPLAY "imprepdpx : " WS-NBR-LGN " reponse(s)"
               " importee(s), " WS-NBR-REJ " rejet(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-REP
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Traite une ligne avec les contrôles de la saisie ("majrepdpx")
      * : demande non attribuée, fournisseur consulté, pièce sur la
      * demande, devise connue. Chaque ligne est validée seule ; les
      * lignes illisibles ou refusées partent en rejet avec leur
      * motif.
       0200-TRT-LGN-DEB.

           IF FD-IDF-DPX NOT NUMERIC OR FD-IDF-FOU NOT NUMERIC
                   OR FD-IDF-PIE NOT NUMERIC
                   OR FD-PRI-REP NOT NUMERIC
                   OR FD-DEL-REP NOT NUMERIC
                   OR FD-FRA-REP NOT NUMERIC
                   OR FD-DAT-VAL = SPACES
               MOVE "ligne illisible : zone non numerique ou validite"
                 & " absente" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-DPX TO PG-IDF-DPX.
           MOVE FD-IDF-FOU TO PG-IDF-FOU.
           MOVE FD-IDF-PIE TO PG-IDF-PIE.
           MOVE FD-PRI-REP TO PG-PRI-REP.
           MOVE FD-DEV-REP TO PG-DEV-REP.
           MOVE FD-DEL-REP TO PG-DEL-REP.
           MOVE FD-DAT-VAL TO PG-DAT-VAL.
           MOVE FD-FRA-REP TO PG-FRA-REP.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM demande_prix d
                   JOIN demande_prix_fou df
                       ON df.id_dpx = d.id_dpx
                      AND df.id_fou = :PG-IDF-FOU
                   JOIN demande_prix_piece dp
                       ON dp.id_dpx = d.id_dpx
                      AND dp.id_pie = :PG-IDF-PIE
               WHERE d.id_dpx = :PG-IDF-DPX
                 AND d.statut_dpx <> 2
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR = 0
               MOVE "demande attribuee ou inconnue, fournisseur non"
                 & " consulte ou piece hors demande" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           IF PG-DEV-REP = SPACES
               EXEC SQL
                   SELECT COALESCE(NULLIF(devise_fou, ''), 'EUR')
                   INTO :PG-DEV-REP
                   FROM fournisseur
                   WHERE id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM taux_change
               WHERE devise = :PG-DEV-REP
           END-EXEC.

           IF PG-DEV-REP NOT = "EUR" AND PG-NBR = 0
               MOVE "devise inconnue" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE demande_prix_fou
               SET devise_dpf = :PG-DEV-REP,
                   delai_dpf = :PG-DEL-REP,
                   validite_dpf = CAST(:PG-DAT-VAL AS DATE),
                   frais_dpf = :PG-FRA-REP,
                   date_rep_dpf = CURRENT_DATE
               WHERE id_dpx = :PG-IDF-DPX
                 AND id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE = 0
               IF FD-PRI-REP = 0
                   EXEC SQL
                       DELETE FROM reponse_prix
                       WHERE id_dpx = :PG-IDF-DPX
                         AND id_fou = :PG-IDF-FOU
                         AND id_pie = :PG-IDF-PIE
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE reponse_prix
                       SET prix_rep = :PG-PRI-REP
                       WHERE id_dpx = :PG-IDF-DPX
                         AND id_fou = :PG-IDF-FOU
                         AND id_pie = :PG-IDF-PIE
                   END-EXEC

                   IF SQLCODE = 100
                       EXEC SQL
                           INSERT INTO reponse_prix
                               (id_dpx, id_fou, id_pie, prix_rep)
                           VALUES
                               (:PG-IDF-DPX, :PG-IDF-FOU,
                                :PG-IDF-PIE, :PG-PRI-REP)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.

           IF SQLCODE = 0 OR SQLCODE = 100
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-LGN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE "erreur SQL a l'enregistrement de la reponse"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
           END-IF.

       0200-TRT-LGN-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne et son motif dans la table commune des rejets
      * d'import ("ajurej"), d'ou l'atelier "ecrrej" la reprend.
       0300-REJ-LGN-DEB.

           MOVE "imprepdpx" TO WS-REJ-SRC.
           MOVE FD-REC-REP  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une réponse corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-REP.

           PERFORM 0200-TRT-LGN-DEB
              THRU 0200-TRT-LGN-FIN.

       0900-RPR-REJ-FIN.
