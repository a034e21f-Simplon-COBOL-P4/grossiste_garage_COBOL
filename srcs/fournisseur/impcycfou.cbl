      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui importe    *
      * les avis de cycle de vie envoyés par les fournisseurs          *
      * (avis_cycle_fournisseur.dat : une ligne fournisseur + pièce +  *
      * statut 1 fin de série ou 2 arrêt + date d'effet + pièce de     *
      * remplacement). Chaque avis portant sur une pièce que ce        *
      * fournisseur nous fournit (fournisseur historique ou catalogue  *
      * piece_fournisseur) est posé par "majcyc", historisé avec le    *
      * fournisseur en précision ; les lignes illisibles, de statut    *
      * inconnu, sur une pièce d'un autre fournisseur ou refusées par  *
      * "majcyc" partent dans la table commune des rejets d'import     *
      * ("ajurej") avec leur motif, d'où l'atelier "ecrrej" les        *
      * corrige et les fait rejouer une à une par ce programme         *
      * (G-REJ-RPR). Même ossature que "impdspfou".                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; CYC=CYCLE DE VIE; FOU=FOURNISSEUR; PIE=PIECE;      *
      * STA=STATUT; DAT=DATE D'EFFET; RMP=REMPLACANTE; FIC=FICHIER;    *
      * LGN=LIGNE; LCT=LECTURE; ETT=ETAT; TRT=TRAITEMENT; REJ=REJET;   *
      * NBR=NOMBRE; UTI=UTILISATEUR; IDF=IDENTIFIANT; RPR=REPRISE;     *
      * SRC=SOURCE; MOT=MOTIF.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impcycfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CYC ASSIGN TO "avis_cycle_fournisseur.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par avis : fournisseur, pièce, statut (1 = fin de
      * série, 2 = arrêt), date d'effet AAAA-MM-JJ (à blanc = date du
      * jour) et pièce de remplacement (0 = aucune).
       FD  FIC-CYC.
       01  FD-REC-CYC.
           05 FD-IDF-FOU              PIC 9(10).
           05 FD-IDF-PIE              PIC 9(10).
           05 FD-STA-CYC              PIC 9(01).
           05 FD-DAT-CYC              PIC X(10).
           05 FD-IDF-RMP              PIC 9(10).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Arguments de "majcyc" pour la ligne en cours.
       01 WS-IDF-PIE             PIC 9(10).
       01 WS-STA-CYC             PIC 9(01).
       01 WS-DAT-CYC             PIC X(10).
       01 WS-IDF-RMP             PIC 9(10).
       01 WS-IDF-FOU             PIC 9(10).
      * Traitement batch : pas d'utilisateur connecté (comme
      * "impcatpie").
       01 WS-IDF-UTI             PIC 9(10) VALUE 0.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CYC==.

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

           OPEN INPUT FIC-CYC.

           IF WS-STA-FIC NOT = "00"
               DISPLAY "impcycfou : pas de fichier"
                   " avis_cycle_fournisseur.dat cette nuit"
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

           CLOSE FIC-CYC.

           DISPLAY "impcycfou : " WS-NBR-LGN " avis importe(s), "
               WS-NBR-REJ " rejet(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-CYC
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Traite un avis : ligne lisible, statut 1 ou 2, pièce fournie
      * par ce fournisseur (fournisseur historique ou référencement
      * catalogue) ; le cycle de vie est alors posé par "majcyc", qui
      * l'historise au nom du fournisseur. Le reste part en rejet
      * avec son motif.
       0200-TRT-LGN-DEB.

           IF FD-IDF-FOU NOT NUMERIC OR FD-IDF-PIE NOT NUMERIC
                   OR FD-STA-CYC NOT NUMERIC
                   OR FD-IDF-RMP NOT NUMERIC
               MOVE "ligne illisible : zone non numerique"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           IF FD-STA-CYC NOT = 1 AND FD-STA-CYC NOT = 2
               MOVE "statut inconnu (1 fin de serie, 2 arret)"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-FOU TO PG-IDF-FOU.
           MOVE FD-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
                 AND (p.id_fou = :PG-IDF-FOU
                      OR EXISTS
                         (SELECT 1
                          FROM piece_fournisseur pf
                          WHERE pf.id_pie = p.id_pie
                            AND pf.id_fou = :PG-IDF-FOU))
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR = 0
               MOVE "piece inconnue ou non fournie par ce fournisseur"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-PIE TO WS-IDF-PIE.
           MOVE FD-STA-CYC TO WS-STA-CYC.
           MOVE FD-DAT-CYC TO WS-DAT-CYC.
           MOVE FD-IDF-RMP TO WS-IDF-RMP.
           MOVE FD-IDF-FOU TO WS-IDF-FOU.

           CALL "majcyc"
               USING
               WS-IDF-PIE
               WS-STA-CYC
               WS-DAT-CYC
               WS-IDF-RMP
               WS-IDF-FOU
               WS-IDF-UTI
               WS-CYC-MAJ-RET
           END-CALL.

           IF WS-CYC-MAJ-RET-OK
               ADD 1 TO WS-NBR-LGN
           ELSE
               MOVE SPACES TO WS-REJ-MOT
               STRING "avis refuse par majcyc (" DELIMITED BY SIZE
                      WS-CYC-MAJ-RET DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-REJ-MOT
               END-STRING
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
           END-IF.

       0200-TRT-LGN-FIN.

      *-----------------------------------------------------------------
      * Inscrit la ligne et son motif dans la table commune des rejets
      * d'import ("ajurej"), d'ou l'atelier "ecrrej" la reprend.
       0300-REJ-LGN-DEB.

           MOVE "impcycfou" TO WS-REJ-SRC.
           MOVE FD-REC-CYC  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'un avis corrigé dans l'atelier des rejets ("ecrrej") :
      * mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-CYC.

           PERFORM 0200-TRT-LGN-DEB
              THRU 0200-TRT-LGN-FIN.

       0900-RPR-REJ-FIN.
