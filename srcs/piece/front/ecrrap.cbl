      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des campagnes de rappel constructeur : ouverture d'une   *
      * campagne (référence, motif, fournisseur - "ajurap"), pièces,   *
      * lots et numéros de série rappelés ("ajucblrap"), lancement -   *
      * quarantaine du stock restant, clients touchés, lettres de      *
      * rappel en file d'envoi ; relancé, il poste les lettres         *
      * restantes ("lanrap") - saisie des retours clients et solde des *
      * lignes ("majretrap"), édition du suivi ("edtsuirap") et de la  *
      * réclamation au fournisseur ("edtrclrap"), clôture quand tout   *
      * est justifié ("clorap"). Même ossature que "ecrcoutapp".       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; RAP=RAPPEL; REF=REFERENCE; MOT=MOTIF;               *
      * FOU=FOURNISSEUR; PIE=PIECE; NUM=NUMERO; LOT=LOT; SER=SERIE;    *
      * CLI=CLIENT; QTE=QUANTITE; RET=RETOUR; SLD=SOLDE; SAI=SAISIE;   *
      * NOU=NOUVEAU; NBR=NOMBRE; LET=LETTRE; OUV=OUVERTE; CBL=CIBLE;   *
      * LAN=LANCEMENT; SUI=SUIVI; RCL=RECLAMATION; CLO=CLOTURE;        *
      * CRE=CREATION; EDT=EDITION; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET *
      * GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION;         *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrrap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-RAP              PIC 9(10).
       01 WS-REF-RAP              PIC X(30).
       01 WS-MOT-RAP              PIC X(60).
       01 WS-IDF-FOU              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-NUM-LOT              PIC X(20).
       01 WS-NUM-SER              PIC X(30).
      * Retour d'un client : quantité rendue et solde de sa ligne
      * (O = le reste est déclaré monté ou détruit).
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-QTE-RET              PIC 9(07)V9(03).
       01 WS-SLD-SAI              PIC X(01).
       01 WS-SLD                  PIC 9(01).

       01 WS-IDF-NOU              PIC 9(10).
       01 WS-NBR-LET              PIC 9(05).
       01 WS-NBR-OUV              PIC 9(05).
       01 WS-IDF-EDT              PIC Z(10).
       01 WS-NBR-EDT              PIC Z(04)9.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-RAP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RET==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-RAP.
           05 LINE 03 COLUMN 03 VALUE
               "Campagnes de rappel constructeur".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Ouvrir une campagne".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Piece / lot / numero de serie rappele".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Lancer (quarantaine, lettres clients)".
           05 LINE 08 COLUMN 03 VALUE
               "4 - Saisir un retour client".
           05 LINE 05 COLUMN 48 VALUE
               "5 - Editer le suivi".
           05 LINE 06 COLUMN 48 VALUE
               "6 - Editer la reclamation fourn.".
           05 LINE 07 COLUMN 48 VALUE
               "7 - Clore la campagne".
           05 LINE 10 COLUMN 03 VALUE "ID campagne      : ".
           05 LINE 10 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 23 PIC Z(10) TO   WS-IDF-RAP.
           05 LINE 10 COLUMN 33 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 42 VALUE "ID fourn. (1)    : ".
           05 LINE 10 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 62 PIC Z(10) TO   WS-IDF-FOU.
           05 LINE 10 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Reference (1)    : ".
           05 LINE 11 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 23 PIC X(30) TO   WS-REF-RAP.
           05 LINE 11 COLUMN 53 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Motif (1)        : ".
           05 LINE 13 COLUMN 03 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 04 PIC X(60) TO   WS-MOT-RAP.
           05 LINE 13 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "ID piece (2/4)   : ".
           05 LINE 14 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 23 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 14 COLUMN 33 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 42 VALUE "ID client (4)    : ".
           05 LINE 14 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 62 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 14 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Lot (2)          : ".
           05 LINE 15 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 23 PIC X(20) TO   WS-NUM-LOT.
           05 LINE 15 COLUMN 43 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 46 VALUE "Qte rendue (4): ".
           05 LINE 15 COLUMN 62 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 63 PIC Z(06)9.999 TO WS-QTE-RET.
           05 LINE 15 COLUMN 74 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 VALUE "N. serie (2)     : ".
           05 LINE 16 COLUMN 22 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 23 PIC X(30) TO   WS-NUM-SER.
           05 LINE 16 COLUMN 53 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 56 VALUE "Solde O/N (4): ".
           05 LINE 16 COLUMN 71 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 72 PIC X(01) TO   WS-SLD-SAI.
           05 LINE 16 COLUMN 73 PIC X(01) FROM WS-CRD.
           05 LINE 18 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 7 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.

       PROCEDURE DIVISION.

           PERFORM 0100-BCL-ECR-DEB
              THRU 0100-BCL-ECR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************
       0100-BCL-ECR-DEB.

      * Affichage en boucle de l'écran tant que l'utilisateur ne rentre
      * pas 0 pour revenir au menu.
           PERFORM UNTIL WS-CHX-UTI = '0'

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-RAP

               MOVE SPACES TO WS-MSG

               PERFORM 0300-EVA-CHX-UTI-DEB
                  THRU 0300-EVA-CHX-UTI-FIN

           END-PERFORM.
           EXIT.
       0100-BCL-ECR-FIN.

      *-----------------------------------------------------------------

       0300-EVA-CHX-UTI-DEB.

           EVALUATE WS-CHX-UTI

               WHEN '1'
                   PERFORM 0400-CRE-RAP-DEB
                      THRU 0400-CRE-RAP-FIN

               WHEN '2'
                   PERFORM 0500-CBL-RAP-DEB
                      THRU 0500-CBL-RAP-FIN

               WHEN '3'
                   PERFORM 0600-LAN-RAP-DEB
                      THRU 0600-LAN-RAP-FIN

               WHEN '4'
                   PERFORM 0700-RET-RAP-DEB
                      THRU 0700-RET-RAP-FIN

               WHEN '5'
                   PERFORM 0800-SUI-RAP-DEB
                      THRU 0800-SUI-RAP-FIN

               WHEN '6'
                   PERFORM 0900-RCL-RAP-DEB
                      THRU 0900-RCL-RAP-FIN

               WHEN '7'
                   PERFORM 1000-CLO-RAP-DEB
                      THRU 1000-CLO-RAP-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Ouverture d'une campagne.
       0400-CRE-RAP-DEB.

           CALL "ajurap"
               USING
               WS-REF-RAP
               WS-MOT-RAP
               WS-IDF-FOU
               G-UTI-ID
               WS-IDF-NOU
               WS-RAP-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RAP-AJU-RET-OK
                   MOVE WS-IDF-NOU TO WS-IDF-EDT
                   STRING "Campagne ouverte, ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-RAP-AJU-RET-FK-ERR
                   MOVE "Fournisseur inconnu" TO WS-MSG
               WHEN WS-RAP-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Reference et motif obligatoires" TO WS-MSG
           END-EVALUATE.

       0400-CRE-RAP-FIN.

      *-----------------------------------------------------------------
      * Pièce entière, lot ou numéro de série rappelé.
       0500-CBL-RAP-DEB.

           IF WS-IDF-RAP = 0 OR WS-IDF-PIE = 0
               MOVE "Renseigner campagne et piece" TO WS-MSG
           ELSE
               CALL "ajucblrap"
                   USING
                   WS-IDF-RAP
                   WS-IDF-PIE
                   WS-NUM-LOT
                   WS-NUM-SER
                   WS-RAP-AJU-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-RAP-AJU-RET-OK
                       MOVE "Cible ajoutee a la campagne" TO WS-MSG
                   WHEN WS-RAP-AJU-RET-DUP
                       MOVE "Cible deja posee" TO WS-MSG
                   WHEN WS-RAP-AJU-RET-FK-ERR
                       MOVE "Campagne lancee ou piece/lot/serie inconnu"
                           TO WS-MSG
                   WHEN WS-RAP-AJU-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Un lot ou un numero de serie, pas les deux"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0500-CBL-RAP-FIN.

      *-----------------------------------------------------------------
      * Lancement : quarantaine du stock, clients touchés, lettres.
      * Relancé, poste les lettres restantes.
       0600-LAN-RAP-DEB.

           IF WS-IDF-RAP = 0
               MOVE "Renseigner l'ID campagne" TO WS-MSG
           ELSE
               CALL "lanrap"
                   USING
                   WS-IDF-RAP
                   G-UTI-ID
                   WS-NBR-LET
                   WS-EDT-LIR-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-EDT-LIR-RET-OK
                       MOVE WS-NBR-LET TO WS-NBR-EDT
                       STRING "Campagne lancee, " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-NBR-EDT)
                              DELIMITED BY SIZE
                              " lettre(s) en file d'envoi"
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
                   WHEN WS-EDT-LIR-RET-VID
                       MOVE "Campagne inconnue, close ou sans cible"
                           TO WS-MSG
                   WHEN OTHER
                       MOVE "Lancement incomplet, relancer" TO WS-MSG
               END-EVALUATE
           END-IF.

       0600-LAN-RAP-FIN.

      *-----------------------------------------------------------------
      * Retour d'un client (quantité rendue, solde de sa ligne).
       0700-RET-RAP-DEB.

           IF WS-IDF-RAP = 0 OR WS-IDF-CLI = 0 OR WS-IDF-PIE = 0
               MOVE "Renseigner campagne, client et piece" TO WS-MSG
           ELSE
               IF WS-SLD-SAI = 'O' OR WS-SLD-SAI = 'o'
                   MOVE 1 TO WS-SLD
               ELSE
                   MOVE 0 TO WS-SLD
               END-IF

               CALL "majretrap"
                   USING
                   WS-IDF-RAP
                   WS-IDF-CLI
                   WS-IDF-PIE
                   WS-QTE-RET
                   WS-SLD
                   G-UTI-ID
                   WS-RET-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-RET-MAJ-RET-OK
                       MOVE "Retour enregistre, piece en quarantaine"
                           TO WS-MSG
                   WHEN WS-RET-MAJ-RET-STK-ERR
                       MOVE "Quantite superieure a la quantite livree"
                           TO WS-MSG
                   WHEN WS-RET-MAJ-RET-FK-ERR
                       MOVE "Campagne non lancee ou client non touche"
                           TO WS-MSG
                   WHEN WS-RET-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Retour compte, stock a verifier" TO WS-MSG
               END-EVALUATE
           END-IF.

       0700-RET-RAP-FIN.

      *-----------------------------------------------------------------
      * Suivi de la campagne (suivi_rappel_<campagne>.txt).
       0800-SUI-RAP-DEB.

           IF WS-IDF-RAP = 0
               MOVE "Renseigner l'ID campagne" TO WS-MSG
           ELSE
               CALL "edtsuirap"
                   USING
                   WS-IDF-RAP
                   WS-EDT-LIR-RET
               END-CALL

               IF WS-EDT-LIR-RET-OK
                   MOVE "Suivi edite" TO WS-MSG
               ELSE
                   MOVE "Campagne inconnue" TO WS-MSG
               END-IF
           END-IF.

       0800-SUI-RAP-FIN.

      *-----------------------------------------------------------------
      * Réclamation au fournisseur, mise en file d'envoi.
       0900-RCL-RAP-DEB.

           IF WS-IDF-RAP = 0
               MOVE "Renseigner l'ID campagne" TO WS-MSG
           ELSE
               CALL "edtrclrap"
                   USING
                   WS-IDF-RAP
                   WS-EDT-LIR-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-EDT-LIR-RET-OK
                       MOVE "Reclamation editee et mise en file d'envoi"
                           TO WS-MSG
                   WHEN WS-EDT-LIR-RET-VID
                       MOVE "Campagne non lancee ou rien a reclamer"
                           TO WS-MSG
                   WHEN OTHER
                       MOVE "Envoi de la reclamation impossible"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0900-RCL-RAP-FIN.

      *-----------------------------------------------------------------
      * Clôture, quand tout est justifié.
       1000-CLO-RAP-DEB.

           IF WS-IDF-RAP = 0
               MOVE "Renseigner l'ID campagne" TO WS-MSG
           ELSE
               CALL "clorap"
                   USING
                   WS-IDF-RAP
                   G-UTI-ID
                   WS-NBR-OUV
                   WS-RET-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-RET-MAJ-RET-OK
                       MOVE "Campagne close" TO WS-MSG
                   WHEN WS-RET-MAJ-RET-STK-ERR
                       MOVE WS-NBR-OUV TO WS-NBR-EDT
                       STRING FUNCTION TRIM(WS-NBR-EDT)
                              DELIMITED BY SIZE
                              " ligne(s) client non soldee(s)"
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
                   WHEN WS-RET-MAJ-RET-FK-ERR
                       MOVE "Campagne inconnue ou non lancee" TO WS-MSG
                   WHEN WS-RET-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Reclamation fournisseur a editer d'abord"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       1000-CLO-RAP-FIN.
