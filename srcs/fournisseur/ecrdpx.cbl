      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des demandes de prix aux fournisseurs, pour les achats   *
      * importants ou inhabituels : ouverture d'une demande            *
      * ("ajudpx"), pièces et quantités demandées ("ajudpxpie"),       *
      * fournisseurs consultés ("ajudpxfou"), envoi par mail via la    *
      * file d'envoi ("edtdpx"), saisie des réponses pièce par pièce - *
      * prix, devise, délai, validité, frais de port ("majrepdpx" ;    *
      * les réponses reçues en fichier sont importées la nuit par      *
      * "imprepdpx"), comparatif en coût rendu ("edtcmpdpx", qui       *
      * propose la meilleure offre) et attribution de l'offre retenue, *
      * qui devient la livraison entrante et met à jour le catalogue   *
      * piece_fournisseur ("attdpx"). Même ossature que "ecrcoutapp".  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; DPX=DEMANDE DE PRIX; DPP=DEMANDE DE PRIX PIECE;     *
      * ENT=ENTREPOT; PIE=PIECE; QTE=QUANTITE; FOU=FOURNISSEUR;        *
      * REP=REPONSE; PRI=PRIX; DEV=DEVISE; DEL=DELAI; DAT=DATE;        *
      * VAL=VALIDITE; FRA=FRAIS; NOU=NOUVEAU; MIN=MINIMUM; ENV=ENVOI;  *
      * NBR=NOMBRE; CMP=COMPARATIF; ATT=ATTRIBUTION; CRE=CREATION;     *
      * EDT=EDITION; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;       *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION;                 *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-DPX              PIC 9(10).
       01 WS-IDF-ENT              PIC 9(10).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-DPP              PIC 9(07)V9(03).
       01 WS-IDF-FOU              PIC 9(10).
      * Réponse d'un fournisseur : prix de la pièce et conditions de
      * l'offre.
       01 WS-PRI-REP              PIC 9(08)V99.
       01 WS-DEV-REP              PIC X(03).
       01 WS-DEL-REP              PIC 9(05).
       01 WS-DAT-VAL              PIC X(10).
       01 WS-FRA-REP              PIC 9(08)V99.

       01 WS-IDF-NOU              PIC 9(10).
       01 WS-IDF-FOU-MIN          PIC 9(10).
       01 WS-NBR-ENV              PIC 9(02).
       01 WS-IDF-EDT              PIC Z(10).
       01 WS-NBR-ENV-EDT          PIC Z9.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DPX==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-REP==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-DPX.
           05 LINE 03 COLUMN 03 VALUE
               "Demandes de prix aux fournisseurs".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Creer une demande (depot)".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Piece + quantite (0 = retirer)".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Ajouter un fournisseur consulte".
           05 LINE 08 COLUMN 03 VALUE
               "4 - Envoyer aux fournisseurs".
           05 LINE 05 COLUMN 42 VALUE
               "5 - Saisir une reponse (par piece)".
           05 LINE 06 COLUMN 42 VALUE
               "6 - Editer le comparatif".
           05 LINE 07 COLUMN 42 VALUE
               "7 - Retenir une offre (commande)".
           05 LINE 10 COLUMN 03 VALUE "ID demande       : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC Z(10) TO   WS-IDF-DPX.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "ID depot (1)     : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-ENT.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "ID piece (2/5)   : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 12 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "Quantite (2)     : ".
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC Z(06)9.999 TO WS-QTE-DPP.
           05 LINE 13 COLUMN 35 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 VALUE "ID fourn. (3/5/7): ".
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC Z(10) TO   WS-IDF-FOU.
           05 LINE 14 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 42 VALUE "Prix unit. (5)   : ".
           05 LINE 10 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 62 PIC Z(07)9.99 TO WS-PRI-REP.
           05 LINE 10 COLUMN 73 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 42 VALUE "Devise (5)       : ".
           05 LINE 11 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 62 PIC X(03) TO   WS-DEV-REP.
           05 LINE 11 COLUMN 65 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 42 VALUE "Delai jours (5)  : ".
           05 LINE 12 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 62 PIC Z(04)9 TO  WS-DEL-REP.
           05 LINE 12 COLUMN 67 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 42 VALUE "Validite (5)     : ".
           05 LINE 13 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 62 PIC X(10) TO   WS-DAT-VAL.
           05 LINE 13 COLUMN 72 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 42 VALUE "Frais port (5)   : ".
           05 LINE 14 COLUMN 61 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 62 PIC Z(07)9.99 TO WS-FRA-REP.
           05 LINE 14 COLUMN 73 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 PIC X(60) FROM WS-MSG.
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
               ACCEPT S-ECR-DPX

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
                   PERFORM 0400-CRE-DPX-DEB
                      THRU 0400-CRE-DPX-FIN

               WHEN '2'
                   PERFORM 0500-PIE-DPX-DEB
                      THRU 0500-PIE-DPX-FIN

               WHEN '3'
                   PERFORM 0600-FOU-DPX-DEB
                      THRU 0600-FOU-DPX-FIN

               WHEN '4'
                   PERFORM 0700-ENV-DPX-DEB
                      THRU 0700-ENV-DPX-FIN

               WHEN '5'
                   PERFORM 0800-REP-DPX-DEB
                      THRU 0800-REP-DPX-FIN

               WHEN '6'
                   PERFORM 0900-CMP-DPX-DEB
                      THRU 0900-CMP-DPX-FIN

               WHEN '7'
                   PERFORM 1000-ATT-DPX-DEB
                      THRU 1000-ATT-DPX-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Ouverture d'une demande.
       0400-CRE-DPX-DEB.

           CALL "ajudpx"
               USING
               WS-IDF-ENT
               G-UTI-ID
               WS-IDF-NOU
               WS-DPX-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-DPX-AJU-RET-OK
                   MOVE WS-IDF-NOU TO WS-IDF-EDT
                   STRING "Demande de prix creee, ID " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-DPX-AJU-RET-FK-ERR
                   MOVE "Depot inconnu" TO WS-MSG
               WHEN WS-DPX-AJU-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Creation impossible" TO WS-MSG
           END-EVALUATE.

       0400-CRE-DPX-FIN.

      *-----------------------------------------------------------------
      * Pièce et quantité demandées (quantité 0 : pièce retirée).
       0500-PIE-DPX-DEB.

           IF WS-IDF-DPX = 0 OR WS-IDF-PIE = 0
               MOVE "Renseigner demande et piece" TO WS-MSG
           ELSE
               CALL "ajudpxpie"
                   USING
                   WS-IDF-DPX
                   WS-IDF-PIE
                   WS-QTE-DPP
                   WS-DPX-AJU-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-DPX-AJU-RET-OK AND WS-QTE-DPP = 0
                       MOVE "Piece retiree de la demande" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-OK
                       MOVE "Piece posee sur la demande" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-FK-ERR
                       MOVE "Demande deja envoyee, ou piece inconnue"
                           TO WS-MSG
                   WHEN WS-DPX-AJU-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Saisie impossible" TO WS-MSG
               END-EVALUATE
           END-IF.

       0500-PIE-DPX-FIN.

      *-----------------------------------------------------------------
      * Fournisseur à consulter.
       0600-FOU-DPX-DEB.

           IF WS-IDF-DPX = 0 OR WS-IDF-FOU = 0
               MOVE "Renseigner demande et fournisseur" TO WS-MSG
           ELSE
               CALL "ajudpxfou"
                   USING
                   WS-IDF-DPX
                   WS-IDF-FOU
                   WS-DPX-AJU-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-DPX-AJU-RET-OK
                       MOVE "Fournisseur ajoute a la demande" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-DUP
                       MOVE "Fournisseur deja consulte" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-FK-ERR
                       MOVE "Demande attribuee ou fournisseur inconnu"
                           TO WS-MSG
                   WHEN WS-DPX-AJU-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Ajout impossible" TO WS-MSG
               END-EVALUATE
           END-IF.

       0600-FOU-DPX-FIN.

      *-----------------------------------------------------------------
      * Envoi de la demande aux fournisseurs pas encore servis.
       0700-ENV-DPX-DEB.

           IF WS-IDF-DPX = 0
               MOVE "Renseigner l'ID demande" TO WS-MSG
           ELSE
               CALL "edtdpx"
                   USING
                   WS-IDF-DPX
                   WS-NBR-ENV
                   WS-EDT-LIR-RET
               END-CALL

               IF WS-EDT-LIR-RET-OK
                   MOVE WS-NBR-ENV TO WS-NBR-ENV-EDT
                   STRING "Demande envoyee a " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NBR-ENV-EDT)
                          DELIMITED BY SIZE
                          " fournisseur(s)" DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               ELSE
                   MOVE "Rien a envoyer (pieces, fournisseurs, statut)"
                       TO WS-MSG
               END-IF
           END-IF.

       0700-ENV-DPX-FIN.

      *-----------------------------------------------------------------
      * Réponse d'un fournisseur, pièce par pièce.
       0800-REP-DPX-DEB.

           IF WS-IDF-DPX = 0 OR WS-IDF-FOU = 0 OR WS-IDF-PIE = 0
                   OR WS-DAT-VAL = SPACES
               MOVE "Renseigner demande, fournisseur, piece, validite"
                   TO WS-MSG
           ELSE
               CALL "majrepdpx"
                   USING
                   WS-IDF-DPX
                   WS-IDF-FOU
                   WS-IDF-PIE
                   WS-PRI-REP
                   WS-DEV-REP
                   WS-DEL-REP
                   WS-DAT-VAL
                   WS-FRA-REP
                   G-UTI-ID
                   WS-REP-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-REP-MAJ-RET-OK
                       MOVE "Reponse enregistree" TO WS-MSG
                   WHEN WS-REP-MAJ-RET-FK-ERR
                       MOVE "Fournisseur non consulte ou piece absente"
                           TO WS-MSG
                   WHEN WS-REP-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Devise inconnue ou validite invalide"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0800-REP-DPX-FIN.

      *-----------------------------------------------------------------
      * Comparatif des réponses, meilleure offre proposée.
       0900-CMP-DPX-DEB.

           IF WS-IDF-DPX = 0
               MOVE "Renseigner l'ID demande" TO WS-MSG
           ELSE
               CALL "edtcmpdpx"
                   USING
                   WS-IDF-DPX
                   WS-IDF-FOU-MIN
                   WS-EDT-LIR-RET
               END-CALL

               EVALUATE TRUE
                   WHEN NOT WS-EDT-LIR-RET-OK
                       MOVE "Aucune reponse a comparer" TO WS-MSG
                   WHEN WS-IDF-FOU-MIN = 0
                       MOVE "Comparatif edite, aucune offre complete"
                           TO WS-MSG
                   WHEN OTHER
                       MOVE WS-IDF-FOU-MIN TO WS-IDF-EDT
                       STRING "Comparatif edite, meilleure offre : "
                              DELIMITED BY SIZE
                              "fournisseur " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-EDT)
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
               END-EVALUATE
           END-IF.

       0900-CMP-DPX-FIN.

      *-----------------------------------------------------------------
      * L'offre retenue devient la commande entrante.
       1000-ATT-DPX-DEB.

           IF WS-IDF-DPX = 0 OR WS-IDF-FOU = 0
               MOVE "Renseigner demande et fournisseur retenu"
                   TO WS-MSG
           ELSE
               CALL "attdpx"
                   USING
                   WS-IDF-DPX
                   WS-IDF-FOU
                   G-UTI-ID
                   WS-IDF-NOU
                   WS-DPX-AJU-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-DPX-AJU-RET-OK
                       MOVE WS-IDF-NOU TO WS-IDF-EDT
                       STRING "Commande passee, livraison entrante "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-EDT)
                              DELIMITED BY SIZE
                              INTO WS-MSG
                       END-STRING
                   WHEN WS-DPX-AJU-RET-DUP
                       MOVE "Demande deja attribuee" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-PRX
                       MOVE "Offre perimee" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-FK-ERR
                       MOVE "Pas de reponse de ce fournisseur" TO WS-MSG
                   WHEN WS-DPX-AJU-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Creation de la commande impossible"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       1000-ATT-DPX-FIN.
