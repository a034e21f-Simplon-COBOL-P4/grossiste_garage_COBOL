      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme d'import du fichier périodique des décisions de      *
      * l'assureur-crédit (decisions_assurance.dat : client, référence *
      * de la décision, date, montant garanti en centimes, 0 =         *
      * garantie retirée). Chaque décision est portée sur la fiche     *
      * client par "majasscli" (historique du montant, log) puis       *
      * confrontée à l'exposition du client lue par "lirexpass"        *
      * (encours plus livraisons sortantes ouvertes). Le compte rendu  *
      * decisions_assurance_cr.txt liste chaque décision avec l'ancien *
      * et le nouveau montant, son sens (nouvelle, hausse, baisse,     *
      * retrait, inchangée), l'exposition et la part non garantie, les *
      * clients au-delà de leur garantie étant signalés DEPASSEMENT.   *
      * Les lignes illisibles ou refusées partent dans                 *
      * decisions_assurance_rejets.txt et dans la table commune des    *
      * rejets d'import ("ajurej"), d'où l'atelier "ecrrej" les        *
      * corrige et les fait rejouer une à une par ce programme         *
      * (G-REJ-RPR), sur le modèle de "impregfactor".                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * IMP=IMPORT; DEC=DECISION; ASS=ASSURANCE-CREDIT; CLI=CLIENT;    *
      * REF=REFERENCE; DAT=DATE; MNT=MONTANT; PLF=PLAFOND GARANTI;     *
      * ANC=ANCIEN; NOU=NOUVEAU; SNS=SENS; RED=REDUCTION;              *
      * EXP=EXPOSITION; DEP=DEPASSEMENT; SLD=SOLDE (ENCOURS);          *
      * OUV=OUVERT; ALR=ALERTE; FIC=FICHIER; CRD=COMPTE RENDU;         *
      * REJ=REJET; LGN=LIGNE; LCT=LECTURE; ETT=ETAT; STA=STATUT;       *
      * NBR=NOMBRE; EDT=EDITE; IDF=IDENTIFIANT; RPR=REPRISE;           *
      * SRC=SOURCE; MOT=MOTIF.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. impdecass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEC ASSIGN TO "decisions_assurance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STA-FIC.

           SELECT FIC-CRD ASSIGN TO "decisions_assurance_cr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIC-REJ ASSIGN TO "decisions_assurance_rejets.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Une ligne par décision de l'assureur : client, référence de
      * la décision, date de la décision (AAAA-MM-JJ), montant garanti
      * (en centimes, 0 = garantie retirée).
       FD  FIC-DEC.
       01  FD-REC-DEC.
           05 FD-IDF-CLI              PIC 9(10).
           05 FD-REF-ASS              PIC X(20).
           05 FD-DAT-DEC              PIC X(10).
           05 FD-MNT-ASS              PIC 9(12).

       FD  FIC-CRD.
       01  FD-LGN-CRD                 PIC X(120).

       FD  FIC-REJ.
       01  FD-LGN-REJ                 PIC X(120).

       WORKING-STORAGE SECTION.

       01 WS-STA-FIC             PIC X(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Arguments de "majasscli".
       01 WS-IDF-CLI             PIC 9(10).
       01 WS-PLF-ASS             PIC 9(08)V99.
       01 WS-DAT-DEC             PIC X(10).
       01 WS-REF-ASS             PIC X(20).
       01 WS-ANC-PLF             PIC 9(08)V99.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-ASS==.

      * Arguments de "lirexpass".
       01 WS-SLD-CLI             PIC S9(08)V99.
       01 WS-MNT-OUV             PIC 9(08)V99.
       01 WS-MNT-EXP             PIC S9(08)V99.
       01 WS-PLF-LU              PIC 9(08)V99.
       01 WS-MNT-DEP             PIC 9(08)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EXP==.

       01 WS-NBR-DEC             PIC 9(05) VALUE 0.
       01 WS-NBR-RED             PIC 9(05) VALUE 0.
       01 WS-NBR-DEP             PIC 9(05) VALUE 0.
       01 WS-NBR-REJ             PIC 9(05) VALUE 0.

      * Ligne du compte rendu : client, référence, date, ancien et
      * nouveau montant garanti, sens de la décision, exposition et
      * part non garantie.
       01 WS-LGN-EDT.
           05 WS-CLI-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-REF-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DAT-EDT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-ANC-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOU-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SNS-EDT          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-EXP-EDT          PIC -(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-DEP-EDT          PIC Z(07)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-ALR-EDT          PIC X(11).

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

           OPEN INPUT FIC-DEC.

           IF WS-STA-FIC NOT = "00"
               DISPLAY "impdecass : pas de fichier"
                   " decisions_assurance.dat"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-CRD.
           OPEN OUTPUT FIC-REJ.

           MOVE "DECISIONS DE L'ASSUREUR-CREDIT" TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           MOVE " " TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           MOVE
      -    "    Client Reference            Date          Ancien     Nou
      -    "veau Sens      Exposition  Non garanti"
               TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.

           PERFORM 0100-LCT-DEB
              THRU 0100-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0200-TRT-DEC-DEB
                  THRU 0200-TRT-DEC-FIN

               PERFORM 0100-LCT-DEB
                  THRU 0100-LCT-FIN
           END-PERFORM.

           MOVE " " TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.
           STRING "Decisions : " DELIMITED BY SIZE
                  WS-NBR-DEC DELIMITED BY SIZE
                  "  dont reductions/retraits : " DELIMITED BY SIZE
                  WS-NBR-RED DELIMITED BY SIZE
                  "  clients au-dela de la garantie : "
                      DELIMITED BY SIZE
                  WS-NBR-DEP DELIMITED BY SIZE
                  INTO FD-LGN-CRD
           END-STRING.
           WRITE FD-LGN-CRD.

           CLOSE FIC-DEC.
           CLOSE FIC-CRD.
           CLOSE FIC-REJ.

           DISPLAY "impdecass : " WS-NBR-DEC " decision(s), "
               WS-NBR-RED " reduction(s), " WS-NBR-DEP
               " depassement(s), " WS-NBR-REJ " rejet(s)".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-LCT-DEB.

           READ FIC-DEC
               AT END
                   SET WS-ETT-LCT-FIN TO TRUE
               NOT AT END
                   SET WS-ETT-LCT-ENC TO TRUE
           END-READ.

       0100-LCT-FIN.

      *-----------------------------------------------------------------
      * Applique une décision par "majasscli" (historique et log),
      * puis la confronte à l'exposition du client ("lirexpass") ;
      * une ligne illisible ou refusée part en rejet.
       0200-TRT-DEC-DEB.

           IF FD-IDF-CLI NOT NUMERIC OR FD-MNT-ASS NOT NUMERIC
               MOVE "ligne illisible : client ou montant non numerique"
                   TO WS-REJ-MOT
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE FD-IDF-CLI TO WS-IDF-CLI.
           MOVE FD-REF-ASS TO WS-REF-ASS.
           MOVE FD-DAT-DEC TO WS-DAT-DEC.
           COMPUTE WS-PLF-ASS = FD-MNT-ASS / 100.

           CALL "majasscli"
               USING
               WS-IDF-CLI
               WS-PLF-ASS
               WS-DAT-DEC
               WS-REF-ASS
               G-UTI-ID
               WS-ANC-PLF
               WS-ASS-MAJ-RET
           END-CALL.

           IF NOT WS-ASS-MAJ-RET-OK
               MOVE SPACES TO WS-REJ-MOT
               STRING "decision refusee par majasscli ("
                      DELIMITED BY SIZE
                      WS-ASS-MAJ-RET DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-REJ-MOT
               END-STRING
               PERFORM 0300-REJ-LGN-DEB
                  THRU 0300-REJ-LGN-FIN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NBR-DEC.

           EVALUATE TRUE
               WHEN WS-PLF-ASS = 0 AND WS-ANC-PLF > 0
                   MOVE "RETRAIT" TO WS-SNS-EDT
                   ADD 1 TO WS-NBR-RED
               WHEN WS-PLF-ASS < WS-ANC-PLF
                   MOVE "BAISSE" TO WS-SNS-EDT
                   ADD 1 TO WS-NBR-RED
               WHEN WS-ANC-PLF = 0 AND WS-PLF-ASS > 0
                   MOVE "NOUVELLE" TO WS-SNS-EDT
               WHEN WS-PLF-ASS > WS-ANC-PLF
                   MOVE "HAUSSE" TO WS-SNS-EDT
               WHEN OTHER
                   MOVE "INCHANGE" TO WS-SNS-EDT
           END-EVALUATE.

           CALL "lirexpass"
               USING
               WS-IDF-CLI
               WS-SLD-CLI
               WS-MNT-OUV
               WS-MNT-EXP
               WS-PLF-LU
               WS-MNT-DEP
               WS-EXP-LIR-RET
           END-CALL.

           IF NOT WS-EXP-LIR-RET-OK
               MOVE 0 TO WS-MNT-EXP
               MOVE 0 TO WS-MNT-DEP
           END-IF.

           MOVE SPACES TO WS-ALR-EDT.
           IF WS-MNT-DEP > 0
               MOVE "DEPASSEMENT" TO WS-ALR-EDT
               ADD 1 TO WS-NBR-DEP
           END-IF.

           IF G-REJ-RPR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-CLI TO WS-CLI-EDT.
           MOVE WS-REF-ASS TO WS-REF-EDT.
           MOVE WS-DAT-DEC TO WS-DAT-EDT.
           MOVE WS-ANC-PLF TO WS-ANC-EDT.
           MOVE WS-PLF-ASS TO WS-NOU-EDT.
           MOVE WS-MNT-EXP TO WS-EXP-EDT.
           MOVE WS-MNT-DEP TO WS-DEP-EDT.
           MOVE WS-LGN-EDT TO FD-LGN-CRD.
           WRITE FD-LGN-CRD.

       0200-TRT-DEC-FIN.

      *-----------------------------------------------------------------
      * La ligne part dans la table commune des rejets d'import
      * ("ajurej") avec son motif ; le fichier de rejets reste
      * alimenté au passage normal, pas au rejeu depuis l'atelier.
       0300-REJ-LGN-DEB.

           MOVE "impdecass" TO WS-REJ-SRC.
           MOVE FD-REC-DEC  TO WS-REJ-LGN.
           SET WS-REJ-STA-OUV TO TRUE.

           CALL "ajurej"
               USING
               WS-REJ
               WS-REJ-AJU-RET
           END-CALL.

           IF NOT G-REJ-RPR-OUI
               MOVE SPACES TO FD-LGN-REJ
               STRING "ligne rejetee : " DELIMITED BY SIZE
                      FD-REC-DEC DELIMITED BY SIZE
                      INTO FD-LGN-REJ
               END-STRING
               WRITE FD-LGN-REJ
           END-IF.

           ADD 1 TO WS-NBR-REJ.

       0300-REJ-LGN-FIN.

      *-----------------------------------------------------------------
      * Rejeu d'une décision corrigée dans l'atelier des rejets
      * ("ecrrej") : mêmes contrôles qu'une ligne du fichier.
       0900-RPR-REJ-DEB.

           MOVE G-REJ-LGN TO FD-REC-DEC.

           PERFORM 0200-TRT-DEC-DEB
              THRU 0200-TRT-DEC-FIN.

       0900-RPR-REJ-FIN.
