      * Écran de maintenance de la grille tarifaire client : pose,     *
      * remplace ou retire (remise 0) une remise en pourcentage,       *
      * générale ou ciblée sur une catégorie de pièces, via            *
      * "majtarcli". Édite aussi le tarif personnalisé du client pour  *
      * la catégorie saisie (0 = toutes) via "edttarcli", et l'abonne  *
      * ou le désabonne de son envoi mensuel via "majabotar". Même     *
      * ossature que "ecrgendoc".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; TAR=TARIF; CLI=CLIENT; CAT=CATEGORIE; REM=REMISE;   *
      * PCT=POURCENTAGE; IDF=IDENTIFIANT; CHX=CHOIX; MSG=MESSAGE;      *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; ABO=ABONNEMENT; FIC=FICHIER; EDT=EDITION.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-IDF-CAT              PIC 9(10).
       01 WS-PCT-REM              PIC 9(02)V99.
       01 WS-PCT-REM-MAJ          PIC 9(02)V99.
       01 WS-ABO-SAI              PIC X(01).
           88 WS-ABO-SAI-OUI                 VALUE "O" "o".
           88 WS-ABO-SAI-NON                 VALUE "N" "n".
       01 WS-ABO-TAR              PIC 9(01).
       01 WS-NOM-FIC              PIC X(40).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-TAR==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-ABO==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               "1 - Poser / remplacer / retirer une remise".
           05 LINE 07 COLUMN 03 VALUE
               "    (remise 0 = retirer la ligne)".
           05 LINE 06 COLUMN 48 VALUE
               "2 - Editer le tarif du client".
           05 LINE 07 COLUMN 48 VALUE
               "3 - Abonnement au tarif mensuel".
           05 LINE 09 COLUMN 03 VALUE "ID client           : ".
           05 LINE 09 COLUMN 26 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 27 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 11 COLUMN 26 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 27 PIC Z9.99 TO   WS-PCT-REM.
           05 LINE 11 COLUMN 33 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Abonne mensuel (O/N): ".
           05 LINE 12 COLUMN 26 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 27 PIC X(01) TO   WS-ABO-SAI.
           05 LINE 12 COLUMN 28 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE
               "1, 2, 3 - Valider l'option, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   WHEN '1'
                       PERFORM 0200-MAJ-TAR-DEB
                          THRU 0200-MAJ-TAR-FIN
                   WHEN '2'
                       PERFORM 0300-EDT-TAR-DEB
                          THRU 0300-EDT-TAR-FIN
                   WHEN '3'
                       PERFORM 0400-MAJ-ABO-DEB
                          THRU 0400-MAJ-ABO-FIN
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
           END-IF.

       0200-MAJ-TAR-FIN.

      *-----------------------------------------------------------------
      * Édite le tarif du client pour la catégorie saisie (0 =
      * toutes) : document imprimable et fichier, inscrits au
      * registre et mis en file d'envoi.
       0300-EDT-TAR-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "edttarcli"
               USING
               WS-IDF-CLI
               WS-IDF-CAT
               WS-NOM-FIC
               WS-EDT-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EDT-LIR-RET-OK
                   STRING "Tarif edite : " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOM-FIC) DELIMITED BY SIZE
                          INTO WS-MSG
                   END-STRING
               WHEN WS-EDT-LIR-RET-VID
                   MOVE "Client ou categorie inconnu" TO WS-MSG
               WHEN OTHER
                   MOVE "Edition impossible" TO WS-MSG
           END-EVALUATE.

       0300-EDT-TAR-FIN.

      *-----------------------------------------------------------------
      * Abonne (O) le client à l'envoi mensuel du tarif de la
      * catégorie saisie (0 = toutes), ou le désabonne (N).
       0400-MAJ-ABO-DEB.

           EVALUATE TRUE
               WHEN WS-IDF-CLI = 0
                   MOVE "Renseigner l'ID client" TO WS-MSG
                   EXIT PARAGRAPH
               WHEN WS-ABO-SAI-OUI
                   MOVE 1 TO WS-ABO-TAR
               WHEN WS-ABO-SAI-NON
                   MOVE 0 TO WS-ABO-TAR
               WHEN OTHER
                   MOVE "Abonnement : saisir O ou N" TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE.

           CALL "majabotar"
               USING
               WS-IDF-CLI
               WS-ABO-TAR
               WS-IDF-CAT
               G-UTI-ID
               WS-ABO-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-ABO-MAJ-RET-OK AND WS-ABO-TAR = 1
                   MOVE "Client abonne au tarif mensuel" TO WS-MSG
               WHEN WS-ABO-MAJ-RET-OK
                   MOVE "Client desabonne du tarif mensuel" TO WS-MSG
               WHEN WS-ABO-MAJ-RET-FK-ERR
                   MOVE "Client ou categorie inconnu" TO WS-MSG
               WHEN WS-ABO-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Mise a jour impossible" TO WS-MSG
           END-EVALUATE.

       0400-MAJ-ABO-FIN.
