      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran du cycle de vie d'une pièce : statut (0 actif, 1 fin de  *
      * série, 2 arrêté), date d'effet et référence de remplacement,   *
      * posés par "majcyc" (historisés, journalisés) et relus par      *
      * "lircyc". Les avis d'arrêt envoyés par les fournisseurs        *
      * arrivent par fichier ("impcycfou") ; le rapport mensuel        *
      * "edtcycpie" liste les changements et le stock restant sur les  *
      * références arrêtées. Même ossature que "ecrdou".               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; CYC=CYCLE DE VIE; PIE=PIECE; STA=STATUT; VIG=EN     *
      * VIGUEUR; DAT=DATE D'EFFET; RMP=REMPLACANTE; NOM=NOM;           *
      * FOU=FOURNISSEUR; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;   *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION; POS=POSE;       *
      * LIR=LIRE; IDF=IDENTIFIANT.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrcyc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-PIE              PIC 9(10).
       01 WS-STA-CYC              PIC 9(01).
       01 WS-STA-VIG              PIC 9(01).
       01 WS-DAT-CYC              PIC X(10).
       01 WS-IDF-RMP              PIC 9(10).
       01 WS-NOM-RMP              PIC X(50).
      * Saisie manuelle : pas de fournisseur auteur d'avis.
       01 WS-IDF-FOU              PIC 9(10) VALUE 0.

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-CYC==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CYC==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-CYC.
           05 LINE 03 COLUMN 03 VALUE
               "Cycle de vie des pieces".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Poser le cycle de vie d'une piece".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Consulter le cycle de vie d'une piece".
           05 LINE 08 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 08 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 24 PIC Z(10) USING WS-IDF-PIE.
           05 LINE 08 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 03 VALUE "Statut           : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC 9(01) USING WS-STA-CYC.
           05 LINE 09 COLUMN 25 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 28 VALUE
               "0 actif, 1 fin de serie, 2 arrete".
           05 LINE 10 COLUMN 03 VALUE "Date d'effet     : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC X(10) USING WS-DAT-CYC.
           05 LINE 10 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 37 VALUE "AAAA-MM-JJ, vide = ce jour".
           05 LINE 11 COLUMN 03 VALUE "Remplacee par    : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) USING WS-IDF-RMP.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 37 PIC X(40) FROM WS-NOM-RMP.
           05 LINE 13 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2 - Action, 0 - Retour".
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
               ACCEPT S-ECR-CYC

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
                   PERFORM 0400-POS-CYC-DEB
                      THRU 0400-POS-CYC-FIN

               WHEN '2'
                   PERFORM 0500-LIR-CYC-DEB
                      THRU 0500-LIR-CYC-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Pose du cycle de vie (historisé et journalisé par "majcyc").
       0400-POS-CYC-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID piece" TO WS-MSG
           ELSE
               CALL "majcyc"
                   USING
                   WS-IDF-PIE
                   WS-STA-CYC
                   WS-DAT-CYC
                   WS-IDF-RMP
                   WS-IDF-FOU
                   G-UTI-ID
                   WS-CYC-MAJ-RET
               END-CALL

               EVALUATE TRUE
                   WHEN WS-CYC-MAJ-RET-OK
                       MOVE "Cycle de vie pose" TO WS-MSG
                       PERFORM 0500-LIR-CYC-DEB
                          THRU 0500-LIR-CYC-FIN
                   WHEN WS-CYC-MAJ-RET-FK-ERR
                       MOVE "Piece ou remplacante inconnue" TO WS-MSG
                   WHEN WS-CYC-MAJ-RET-ROL-ERR
                       MOVE "Droits insuffisants" TO WS-MSG
                   WHEN OTHER
                       MOVE "Pose impossible (statut 0 a 2, date)"
                           TO WS-MSG
               END-EVALUATE
           END-IF.

       0400-POS-CYC-FIN.

      *-----------------------------------------------------------------
      * Relit le cycle de vie posé ; le message dit s'il est déjà en
      * vigueur.
       0500-LIR-CYC-DEB.

           CALL "lircyc"
               USING
               WS-IDF-PIE
               WS-STA-CYC
               WS-STA-VIG
               WS-DAT-CYC
               WS-IDF-RMP
               WS-NOM-RMP
               WS-CYC-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN NOT WS-CYC-LIR-RET-OK
                   MOVE "Piece inconnue" TO WS-MSG
               WHEN WS-CYC-MAJ-RET-OK AND WS-CHX-UTI = '1'
                   CONTINUE
               WHEN WS-STA-CYC NOT = WS-STA-VIG
                   MOVE "Statut pose, pas encore en vigueur" TO WS-MSG
               WHEN OTHER
                   MOVE "Statut en vigueur" TO WS-MSG
           END-EVALUATE.

       0500-LIR-CYC-FIN.
