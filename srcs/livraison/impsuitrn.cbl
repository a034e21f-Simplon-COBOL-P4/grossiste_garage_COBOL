      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme d'import des numéros de suivi attribués par les      *
      * transporteurs (suivi_transporteur.dat : SSCC de l'étiquette    *
      * posée par "edtetqcol", numéro de suivi). Le numéro est écrit   *
      * sur le colis (num_suivi_col) et, si elle n'en a pas encore,    *
      * sur la livraison (num_suivi_liv, celui que "majtrnliv" pose à  *
      * la main), d'où il sort sur le bon de livraison et au détail de *
      * la livraison. Compte rendu dans suivi_transporteur_cr.txt ;    *
      * SSCC inconnu ou suivi à blanc en rejet dans                    *
      * suivi_transporteur_rejets.txt et dans la table commune des     *
      * rejets d'import ("ajurej"), d'où l'atelier "ecrrej" les        *
      * corrige et les fait rejouer une à une par ce programme         *
      * (G-REJ-RPR), sur le modèle de "impregfactor". Journalisé via   *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; SUI=SUIVI; TRN=TRANSPORTEUR; SSC=SSCC; COL=COLIS;  *
      * LIV=LIVRAISON; NUM=NUMERO; FIC=FICHIER; CRD=COMPTE RENDU;      *
      * REJ=REJET; STA=STATUT; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;       *
      * ENC=EN COURS; TRT=TRAITEMENT; NBR=NOMBRE; EDT=EDITE;           *
      * MSG=MESSAGE; TYP=TYPE; IDF=IDENTIFIANT; RPR=REPRISE;           *
      * SRC=SOURCE; MOT=MOTIF.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impsuitrn.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SUI ASSIGN TO "suivi_transporteur.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

           SELECT FIC-CRD ASSIGN TO "suivi_transporteur_cr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIC-REJ ASSIGN TO "suivi_transporteur_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par colis pris en charge : SSCC de l'étiquette et
      * numéro de suivi attribué par le transporteur.
       FD  FIC-SUI.
       01  FD-REC-SUI.
           05 FD-SSC-COL              PIC X(18).
           05 FD-NUM-SUI              PIC X(30).

       FD  FIC-CRD.
       01  FD-LGN-CRD                 PIC X(100).

       FD  FIC-REJ.
       01  FD-LGN-REJ                 PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-SSC-COL              PIC X(18).
       01 PG-NUM-SUI              PIC X(30).
       01 PG-IDF-COL              PIC 9(10).
       01 PG-IDF-LIV              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-SUI             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.
       01 WS-NBR-EDT             PIC Z(04)9.

      * Ligne du compte rendu : SSCC, livraison, numéro de suivi.
       01 WS-LGN-EDT.
           05 WS-SSC-EDT          PIC X(18).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIV-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SUI-EDT          PIC X(30).

      * Message et type de log de l'import.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "expedition".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Rejet inscrit dans la table commune des rejets d'import
      * ("ajurej"), repris par l'atelier "ecrrej".
       COPY rejimp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REJ==.

       COPY utiglb.

       PROCEDURE DIVISION.

      * Ligne rejouee depuis l'atelier des rejets : seule la ligne
      * corrigee est traitee, sans lire le fichier ni ecrire le
      * compte rendu.
           IF G-REJ-RPR-OUI
               PERFORM 0900-RPR-REJ-DEB
                  THRU 0900-RPR-REJ-FIN
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN INPUT FIC-SUI.

           IF WS-STA-FIC NOT = "00"
               DISPLAY "impsuitrn : pas de fichier"
                   " suivi_transporteur.dat"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-CRD.
           OPEN OUTPUT FIC-REJ.

           MOVE "NUMEROS DE SUIVI DES TRANSPORTEURS" TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           MOVE " " TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           MOVE "SSCC                Livraison Suivi" TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.

           PERFORM 0100-LCT-DEB
              THRU 0100-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0200-TRT-SUI-DEB
                  THRU 0200-TRT-SUI-FIN

               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN
           END-PERFORM.

           MOVE " " TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           STRING "Colis suivis : " DELIMITED BY SIZE
                  WS-NBR-SUI DELIMITED BY SIZE
                  "  rejets : " DELIMITED BY SIZE
                  WS-NBR-REJ DELIMITED BY SIZE
                  INTO FD-LGN-CRD
           END-STRING.
           WRITE FD-LGN-CRD.

           CLOSE FIC-SUI.
           CLOSE FIC-CRD.
           CLOSE FIC-REJ.

           MOVE WS-NBR-SUI TO WS-NBR-EDT.
           STRING "suivi transporteur : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " colis mis a jour" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               G-UTI-ID,
                               WS-LOG-AJU-RET
           END-CALL.

           DISPLAY "impsuitrn : " WS-NBR-SUI " colis suivi(s), "
               WS-NBR-REJ " rejet(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-SUI
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Pose le numéro de suivi sur le colis retrouvé par son SSCC,
      * et sur sa livraison si elle n'en a pas encore (le premier
      * colis donne le suivi de la livraison, imprimé sur le bon et
      * visible au détail). SSCC inconnu ou suivi à blanc : rejet.
       0200-TRT-SUI-DEB.

           IF FD-SSC-COL = SPACES OR FD-NUM-SUI = SPACES
               MOVE "SSCC ou numero de suivi a blanc" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-SSC-COL TO PG-SSC-COL.
           MOVE FD-NUM-SUI TO PG-NUM-SUI.

           EXEC SQL
               SELECT id_col, id_liv
               INTO :PG-IDF-COL, :PG-IDF-LIV
               FROM colis
               WHERE sscc_col = :PG-SSC-COL
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "SSCC inconnu" TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE colis
               SET num_suivi_col = :PG-NUM-SUI
               WHERE id_col = :PG-IDF-COL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE livraison
                   SET num_suivi_liv = :PG-NUM-SUI
                   WHERE id_liv = :PG-IDF-LIV
                     AND COALESCE(num_suivi_liv, '') = ''
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "erreur SQL a l'enregistrement du suivi"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-NBR-SUI.

           IF G-REJ-RPR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-SSC-COL TO WS-SSC-EDT.
           MOVE PG-IDF-LIV TO WS-LIV-EDT.
           MOVE FD-NUM-SUI TO WS-SUI-EDT.
           MOVE WS-LGN-EDT TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.

       0200-TRT-SUI-FIN.

      *-----------------------------------------------------------------
      * La ligne part dans la table commune des rejets d'import
      * ("ajurej") avec son motif ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
       0300-REJ-LGN-DEB.

           MOVE "impsuitrn" TO WS-REJ-SRC.
           MOVE FD-REC-SUI  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               MOVE SPACES TO FD-LGN-REJ
               STRING "ligne rejetee : " DELIMITED BY SIZE
                      FD-REC-SUI DELIMITED BY SIZE
                      INTO FD-LGN-REJ
               END-STRING
               WRITE FD-LGN-REJ
           END-IF.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une ligne corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-SUI.

           PERFORM 0200-TRT-SUI-DEB
              THRU 0200-TRT-SUI-FIN.

       0900-RPR-REJ-FIN.
