      *                                                                *
      * Écran des données matières dangereuses (ADR) d'une pièce :     *
      * numéro UN, classe, groupe d'emballage, drapeau quantité        *
      * limitée et points ADR par unité ("majadr" ; UN à blanc = hors  *
      * régime). Le registre annuel du conseiller à la sécurité        *
      * s'édite aussi d'ici ("edtadr", année au clavier). La fiche de  *
      * données de sécurité de la pièce (version, date, fichier -      *
      * "majfds") se pose également ici, et le registre des remises de *
      * FDS aux clients s'édite par "edtfds" (ID pièce à blanc =       *
      * toutes). Même ossature que "ecrreg".                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; ADR=ACCORD TRANSPORT MARCHANDISES DANGEREUSES;      *
      * PIE=PIECE; UN=NUMERO UN; CLA=CLASSE; GRP=GROUPE D'EMBALLAGE;   *
      * LQ=QUANTITE LIMITEE; PTS=POINTS; CHX=CHOIX; MSG=MESSAGE;       *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE;             *
      * EVA=EVALUATION; FDS=FICHE DE DONNEES DE SECURITE; VER=VERSION; *
      * DAT=DATE; FIC=FICHIER; REG=REGISTRE; POS=POSE;                 *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-GRP-ADR              PIC X(03).
       01 WS-LQ-ADR               PIC 9(01).
       01 WS-PTS-ADR              PIC 9(05).
      * Fiche de données de sécurité : version, date (AAAA-MM-JJ) et
      * fichier de la fiche (version à blanc = pièce sans FDS).
       01 WS-VER-FDS              PIC X(10).
       01 WS-DAT-FDS              PIC X(10).
       01 WS-FIC-FDS              PIC X(40).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-ADR==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-FDS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-REG==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".
               "1 - Poser les donnees ADR d'une piece".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Editer le registre annuel (annee au clavier)".
           05 LINE 05 COLUMN 54 VALUE
               "3 - Poser la FDS".
           05 LINE 06 COLUMN 54 VALUE
               "4 - Registre des FDS".
           05 LINE 08 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 08 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC Z(05) TO   WS-PTS-ADR.
           05 LINE 13 COLUMN 29 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Version FDS (3)  : ".
           05 LINE 15 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 24 PIC X(10) TO   WS-VER-FDS.
           05 LINE 15 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 VALUE "Date FDS (3)     : ".
           05 LINE 16 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 24 PIC X(10) TO   WS-DAT-FDS.
           05 LINE 16 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 37 VALUE "(AAAA-MM-JJ)".
           05 LINE 17 COLUMN 03 VALUE "Fichier FDS (3)  : ".
           05 LINE 17 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 17 COLUMN 24 PIC X(40) TO   WS-FIC-FDS.
           05 LINE 17 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 19 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 4 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                   MOVE "Registre edite : registre_adr_<annee>.txt"
                       TO WS-MSG

               WHEN '3'
                   PERFORM 0500-POS-FDS-DEB
                      THRU 0500-POS-FDS-FIN

               WHEN '4'
                   PERFORM 0600-REG-FDS-DEB
                      THRU 0600-REG-FDS-FIN

               WHEN '0'
                   CONTINUE

           END-IF.

       0400-POS-ADR-FIN.

      *-----------------------------------------------------------------
      * Pose de la fiche de données de sécurité.
       0500-POS-FDS-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID piece" TO WS-MSG
           ELSE
               CALL "majfds"
                   USING
                   WS-IDF-PIE
                   WS-VER-FDS
                   WS-DAT-FDS
                   WS-FIC-FDS
                   G-UTI-ID
                   WS-FDS-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-FDS-MAJ-RET-OK
                       MOVE "FDS posee" TO WS-MSG
                   WHEN WS-FDS-MAJ-RET-FK-ERR
                       MOVE "Piece inconnue" TO WS-MSG
                   WHEN WS-FDS-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Version, date valide et fichier requis"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0500-POS-FDS-FIN.

      *-----------------------------------------------------------------
      * Registre des remises de FDS (ID pièce à blanc = toutes).
       0600-REG-FDS-DEB.

           CALL "edtfds"
               USING
               WS-IDF-PIE
               WS-REG-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-REG-LIR-RET-OK
                   MOVE "Registre edite : registre_fds[_<piece>].txt"
                       TO WS-MSG
               WHEN WS-REG-LIR-RET-VID
                   MOVE "Aucune remise de FDS enregistree" TO WS-MSG
               WHEN OTHER
                   MOVE "Edition du registre impossible" TO WS-MSG
           END-EVALUATE.

       0600-REG-FDS-FIN.
