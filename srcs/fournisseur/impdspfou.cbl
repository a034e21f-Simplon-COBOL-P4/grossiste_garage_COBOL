      * remplacées en bloc (photo du jour) ; un fournisseur absent     *
      * garde sa dernière photo. C'est cette table que le comparatif   *
      * de prix et les équivalences ("edtcmppri") affichent, que le    *
      * comptoir montre en "dispo fournisseur J+1" sur une rupture, et *
      * que "genreapp" consulte pour écarter un fournisseur moins cher *
      * mais à sec. Une ligne illisible, ou dont le fournisseur ou la  *
      * pièce nous sont inconnus, part dans la table commune des       *
      * rejets d'import ("ajurej"), d'où l'atelier "ecrrej" la corrige *
      * et la fait rejouer seule par ce programme (G-REJ-RPR, sans     *
      * purge de la photo du fournisseur).                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; DSP=DISPONIBILITE; FOU=FOURNISSEUR; PIE=PIECE;     *
      * QTE=QUANTITE; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;   *
      * NBR=NOMBRE; IDF=IDENTIFIANT; REJ=REJET; RPR=REPRISE;           *
      * SRC=SOURCE; MOT=MOTIF; STA=STATUT.                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-DSP             PIC 9(10).
       01 PG-NBR-FOU             PIC 9(05).
       01 PG-NBR-PIE             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

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

           OPEN INPUT FIC-DSP.

           IF WS-STA-FIC NOT = "00"
      *-----------------------------------------------------------------
      * Traite une ligne : au premier passage d'un fournisseur, sa
      * photo de la veille est purgée ; puis la disponibilité est
      * inscrite. Les lignes illisibles, ou dont le fournisseur ou la
      * pièce nous sont inconnus, partent en rejet avec leur motif.
       0200-TRT-LGN-DEB.

           IF FD-IDF-FOU NOT NUMERIC OR FD-IDF-PIE NOT NUMERIC
                   OR FD-QTE-DSP NOT NUMERIC
               MOVE "ligne illisible : zone non numerique"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-PIE TO PG-IDF-PIE.
           MOVE FD-QTE-DSP TO PG-QTE-DSP.

      * Fournisseur et pièce controles avant toute ecriture : une
      * erreur SQL ferait perdre toute la photo en cours.
           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-FOU
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FOU = 0
               MOVE "fournisseur inconnu" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PG-NBR-PIE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-PIE = 0
               MOVE "piece inconnue" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           IF FD-IDF-FOU NOT = WS-IDF-FOU-CRT
               EXEC SQL
                   DELETE FROM dispo_fournisseur
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 0 TO WS-IDF-FOU-CRT
                   MOVE "erreur SQL a la purge de la photo"
                       TO WS-REJ-MOT
                   PERFORM 0300-REJ-LGN-DEB
                      THRU 0300-REJ-LGN-FIN
                   EXIT PARAGRAPH
               END-IF

               MOVE FD-IDF-FOU TO WS-IDF-FOU-CRT
           END-IF.

      * Au rejeu, la photo du fournisseur est deja en place : la
      * ligne remplace seulement une eventuelle disponibilite de la
      * meme piece.
           IF G-REJ-RPR-OUI
               EXEC SQL
                   DELETE FROM dispo_fournisseur
                   WHERE id_fou = :PG-IDF-FOU
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           END-IF.

           EXEC SQL
               INSERT INTO dispo_fournisseur
                   (id_fou, id_pie, qte_dispo, date_maj)
           IF SQLCODE = 0
               ADD 1 TO WS-NBR-LGN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-IDF-FOU-CRT
               MOVE "erreur SQL a l'insertion de la disponibilite"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
           END-IF.

       0200-TRT-LGN-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne et son motif dans la table commune des rejets
      * d'import ("ajurej"), d'ou l'atelier "ecrrej" la reprend.
       0300-REJ-LGN-DEB.

           MOVE "impdspfou" TO WS-REJ-SRC.
           MOVE FD-REC-DSP  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une ligne corrigee dans l'atelier des rejets
      * ("ecrrej") : memes controles qu'une ligne du fichier, sans
      * purger la photo du fournisseur.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-DSP.

           IF FD-IDF-FOU IS NUMERIC
               MOVE FD-IDF-FOU TO WS-IDF-FOU-CRT
           END-IF.

           PERFORM 0200-TRT-LGN-DEB
              THRU 0200-TRT-LGN-FIN.

           EXEC SQL COMMIT END-EXEC.

       0900-RPR-REJ-FIN.
