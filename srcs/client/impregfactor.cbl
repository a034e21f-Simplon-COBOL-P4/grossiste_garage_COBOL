      * "ajureg" - mode FACTOR, même imputation sur les factures       *
      * ouvertes (les cédées comprises) et même décrément d'encours    *
      * qu'une saisie manuelle - et la commission est tracée dans      *
      * frais_factor pour le cabinet comptable. Les lignes illisibles  *
      * partent dans reglements_factor_rejets.txt, sur le modèle des   *
      * rejets de "imprelbnq", et dans la table commune des rejets     *
      * d'import ("ajurej"), d'où l'atelier "ecrrej" les corrige et    *
      * les fait rejouer une à une par ce programme (G-REJ-RPR).       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; REG=REGLEMENT; FAC=FACTOR; CLI=CLIENT;             *
      * MNT=MONTANT; COM=COMMISSION; FIC=FICHIER; LGN=LIGNE;           *
      * LCT=LECTURE; ETT=ETAT; NBR=NOMBRE; REJ=REJET; DAT=DATE;        *
      * IDF=IDENTIFIANT; RPR=REPRISE; SRC=SOURCE; MOT=MOTIF;           *
      * STA=STATUT.                                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-NBR-REG             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

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

           OPEN INPUT FIC-REG.

           IF WS-STA-FIC NOT = "00"
                  FD-REC-REG DELIMITED BY SIZE
                  INTO FD-LGN-REJ
           END-STRING.

      * La ligne part aussi dans la table commune des rejets d'import
      * ("ajurej"), avec son motif ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
           MOVE "impregfactor" TO WS-REJ-SRC.
           MOVE FD-REC-REG     TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.
           MOVE SPACES TO WS-REJ-MOT.

           IF FD-IDF-CLI NOT NUMERIC OR FD-MNT-REG NOT NUMERIC
                   OR FD-MNT-COM NOT NUMERIC
               MOVE "ligne illisible : client ou montant non numerique"
                   TO WS-REJ-MOT
           ELSE
               STRING "reglement refuse par ajureg (" DELIMITED BY SIZE
                      WS-REG-AJU-RET DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-REJ-MOT
               END-STRING
           END-IF.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               WRITE FD-LGN-REJ
           END-IF.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une ligne corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-REG.

           PERFORM 0200-TRT-REG-DEB
              THRU 0200-TRT-REG-FIN.

       0900-RPR-REJ-FIN.
