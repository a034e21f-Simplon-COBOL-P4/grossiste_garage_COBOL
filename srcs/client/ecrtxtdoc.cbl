      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran des textes des documents client (menu administrateur) :  *
      * texte numéroté d'un type de document (FAC facture, BLV bon de  *
      * livraison, AVR avoir, REL relevé, RLC relance, DEV devis) dans *
      * une langue (table texte_document, via "majtxtdoc" ; libellé à  *
      * blanc = texte par défaut du programme d'édition), nom d'une    *
      * pièce dans une langue étrangère (table piece_traduction, via   *
      * "majtrdpie") et langue des documents d'un client (colonne      *
      * langue_cli, via "majlngcli"). Même ossature que "ecrmdt".      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; TXT=TEXTE; DOC=DOCUMENT; TYP=TYPE; NUM=NUMERO;      *
      * LNG=LANGUE; LIB=LIBELLE; TRD=TRADUCTION; PIE=PIECE;            *
      * CLI=CLIENT; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE;        *
      * CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION; MAJ=MISE A      *
      * JOUR.                                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrtxtdoc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-TYP-DOC              PIC X(03).
       01 WS-NUM-TXT              PIC 9(02).
       01 WS-LNG-TXT              PIC X(02).
       01 WS-LIB-TXT              PIC X(80).
      * Le libellé est saisi en deux moitiés, sur deux lignes.
       01 WS-LIB-TXT-R REDEFINES WS-LIB-TXT.
           05 WS-LIB-TXT-1        PIC X(40).
           05 WS-LIB-TXT-2        PIC X(40).
       01 WS-IDF-PIE              PIC 9(10).
       01 WS-NOM-TRD              PIC X(50).
       01 WS-IDF-CLI              PIC 9(10).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-TXT==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-TRD==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-LNG==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-TXT.
           05 LINE 03 COLUMN 03 VALUE
               "Textes des documents client et traductions".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Texte d'un document (libelle a blanc = defaut)".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Nom traduit d'une piece (nom a blanc = francais)".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Langue des documents d'un client".
           05 LINE 08 COLUMN 03 VALUE
               "Types : FAC BLV AVR REL RLC DEV - Langues : FR NL DE".
           05 LINE 08 COLUMN 55 VALUE " ES EN IT".
           05 LINE 10 COLUMN 03 VALUE "Type doc. (1)    : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC X(03) TO   WS-TYP-DOC.
           05 LINE 10 COLUMN 27 PIC X(01) FROM WS-CRD.
           05 LINE 11 COLUMN 03 VALUE "Numero (1)       : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(02) TO   WS-NUM-TXT.
           05 LINE 11 COLUMN 26 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Langue (1/2/3)   : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC X(02) TO   WS-LNG-TXT.
           05 LINE 12 COLUMN 26 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "Libelle (1)      : ".
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC X(40) TO   WS-LIB-TXT-1.
           05 LINE 13 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC X(40) TO   WS-LIB-TXT-2.
           05 LINE 14 COLUMN 64 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "ID piece (2)     : ".
           05 LINE 15 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 15 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 16 COLUMN 03 VALUE "Nom traduit (2)  : ".
           05 LINE 16 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 16 COLUMN 24 PIC X(50) TO   WS-NOM-TRD.
           05 LINE 16 COLUMN 74 PIC X(01) FROM WS-CRD.
           05 LINE 17 COLUMN 03 VALUE "ID client (3)    : ".
           05 LINE 17 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 17 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 17 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 19 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2/3 - Action, 0 - Retour".
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
               ACCEPT S-ECR-TXT

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
                   PERFORM 0400-MAJ-TXT-DEB
                      THRU 0400-MAJ-TXT-FIN

               WHEN '2'
                   PERFORM 0500-MAJ-TRD-DEB
                      THRU 0500-MAJ-TRD-FIN

               WHEN '3'
                   PERFORM 0600-MAJ-LNG-DEB
                      THRU 0600-MAJ-LNG-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Texte numéroté d'un type de document dans une langue ; un
      * libellé à blanc rend le texte par défaut du programme.
       0400-MAJ-TXT-DEB.

           CALL "majtxtdoc"
               USING
               WS-TYP-DOC
               WS-NUM-TXT
               WS-LNG-TXT
               WS-LIB-TXT
               G-UTI-ID
               WS-TXT-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-TXT-MAJ-RET-OK
                   MOVE "Texte enregistre" TO WS-MSG
               WHEN WS-TXT-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Type, numero (1 a 30) ou langue invalide"
                       TO WS-MSG
           END-EVALUATE.

       0400-MAJ-TXT-FIN.

      *-----------------------------------------------------------------
      * Nom d'une pièce dans une langue étrangère ; un nom à blanc
      * rend le nom français.
       0500-MAJ-TRD-DEB.

           IF WS-IDF-PIE = 0
               MOVE "Renseigner l'ID piece" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majtrdpie"
               USING
               WS-IDF-PIE
               WS-LNG-TXT
               WS-NOM-TRD
               G-UTI-ID
               WS-TRD-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-TRD-MAJ-RET-OK
                   MOVE "Traduction enregistree" TO WS-MSG
               WHEN WS-TRD-MAJ-RET-FK-ERR
                   MOVE "Piece inconnue" TO WS-MSG
               WHEN WS-TRD-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Langue invalide (NL DE ES EN IT)" TO WS-MSG
           END-EVALUATE.

       0500-MAJ-TRD-FIN.

      *-----------------------------------------------------------------
      * Langue dans laquelle les documents du client sont imprimés.
       0600-MAJ-LNG-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majlngcli"
               USING
               WS-IDF-CLI
               WS-LNG-TXT
               G-UTI-ID
               WS-LNG-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LNG-MAJ-RET-OK
                   MOVE "Langue du client enregistree" TO WS-MSG
               WHEN WS-LNG-MAJ-RET-FK-ERR
                   MOVE "Client inconnu" TO WS-MSG
               WHEN WS-LNG-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
               WHEN OTHER
                   MOVE "Langue invalide (FR NL DE ES EN IT)" TO WS-MSG
           END-EVALUATE.

       0600-MAJ-LNG-FIN.
