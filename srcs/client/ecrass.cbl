      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de l'assurance-crédit : décision de l'assureur pour un   *
      * client (montant garanti, date et référence de la décision,     *
      * "majasscli", suivie de la part de l'exposition au-delà de la   *
      * garantie, "lirexpass"), import du fichier des décisions de     *
      * l'assureur ("impdecass"), édition de l'exposition et des       *
      * échéances de déclaration ("edtexpass"), déclaration mensuelle  *
      * du chiffre d'affaires assurable ("gendcaass") et déclaration   *
      * des menaces de sinistre ("genmdsass"). Les déclarations de     *
      * sinistre partent d'elles-mêmes au passage en perte             *
      * ("ajuperte"). Même ossature que "ecrfactor".                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; ASS=ASSURANCE-CREDIT; CLI=CLIENT; PLF=PLAFOND       *
      * GARANTI; DAT=DATE; REF=REFERENCE; ANC=ANCIEN; SLD=SOLDE;       *
      * MNT=MONTANT; OUV=OUVERT; EXP=EXPOSITION; DEP=DEPASSEMENT;      *
      * DCL=DECLARATION; DCA=DECLARATION DE CHIFFRE D'AFFAIRES;        *
      * MDS=MENACE DE SINISTRE; DEC=DECLARATION; MOI=MOIS; LIM=LIMITE; *
      * HRS=HORS; DEL=DELAI; FAC=FACTURE; NBR=NOMBRE; EDT=EDITE;       *
      * CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; *
      * BCL=BOUCLE; EVA=EVALUATION; IDF=IDENTIFIANT.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Décision de l'assureur saisie pour un client (action 1).
       01 WS-IDF-CLI              PIC 9(10).
       01 WS-PLF-ASS              PIC 9(08)V99.
       01 WS-DAT-ASS              PIC X(10).
       01 WS-REF-ASS              PIC X(20).
       01 WS-ANC-PLF              PIC 9(08)V99.

      * Exposition relue après la décision.
       01 WS-SLD-CLI              PIC S9(08)V99.
       01 WS-MNT-OUV              PIC 9(08)V99.
       01 WS-MNT-EXP              PIC S9(08)V99.
       01 WS-MNT-DEP              PIC 9(08)V99.
       01 WS-MNT-EDT              PIC Z(07)9.99.

      * Déclaration de chiffre d'affaires (action 4) et menaces de
      * sinistre (action 5).
       01 WS-MOI-DCA              PIC X(06).
       01 WS-DAT-LIM              PIC X(10).
       01 WS-HRS-DEL              PIC 9(01).
       01 WS-NBR-CLI              PIC 9(05).
       01 WS-NBR-FAC              PIC 9(05).
       01 WS-NBR-HRS              PIC 9(05).
       01 WS-NBR-EDT              PIC Z(05).

       01 WS-CHX-UTI              PIC X(01).
       01 WS-MSG                  PIC X(60).

       COPY majret REPLACING ==:PREFIX:== BY ==WS-ASS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-EXP==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DEC==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.

       01 S-ECR-ASS.
           05 LINE 03 COLUMN 03 VALUE "Assurance-credit".
           05 LINE 05 COLUMN 03 VALUE
               "1 - Decision de l'assureur pour un client".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Importer les decisions de l'assureur".
           05 LINE 07 COLUMN 03 VALUE
               "3 - Editer l'exposition et les echeances".
           05 LINE 08 COLUMN 03 VALUE
               "4 - Declarer le chiffre d'affaires d'un mois".
           05 LINE 09 COLUMN 03 VALUE
               "5 - Declarer les menaces de sinistre".
           05 LINE 11 COLUMN 03 VALUE "ID client (1)    : ".
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Garanti (1)      : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC Z(07)9.99 TO WS-PLF-ASS.
           05 LINE 12 COLUMN 35 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 03 VALUE "Date decision (1): ".
           05 LINE 13 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 13 COLUMN 24 PIC X(10) TO   WS-DAT-ASS.
           05 LINE 13 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 13 COLUMN 36 VALUE "AAAA-MM-JJ, blanc = ce jour".
           05 LINE 14 COLUMN 03 VALUE "Reference (1)    : ".
           05 LINE 14 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 14 COLUMN 24 PIC X(20) TO   WS-REF-ASS.
           05 LINE 14 COLUMN 44 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE "Mois AAAAMM (4)  : ".
           05 LINE 15 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 15 COLUMN 24 PIC X(06) TO   WS-MOI-DCA.
           05 LINE 15 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 32 VALUE "blanc = mois precedent".
           05 LINE 17 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1 a 5 - Action, 0 - Retour".
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

               MOVE 0      TO WS-IDF-CLI
               MOVE 0      TO WS-PLF-ASS
               MOVE SPACES TO WS-DAT-ASS
               MOVE SPACES TO WS-REF-ASS
               MOVE SPACES TO WS-MOI-DCA

               DISPLAY S-FND-ECR
               ACCEPT S-ECR-ASS

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
                   PERFORM 0400-MAJ-ASS-DEB
                      THRU 0400-MAJ-ASS-FIN

               WHEN '2'
                   CALL "impdecass"
                   END-CALL
                   MOVE "Import rejoue : voir le compte rendu"
                       TO WS-MSG

               WHEN '3'
                   CALL "edtexpass"
                   END-CALL
                   MOVE "Edition dans exposition_assurance.txt"
                       TO WS-MSG

               WHEN '4'
                   PERFORM 0500-DCL-DCA-DEB
                      THRU 0500-DCL-DCA-FIN

               WHEN '5'
                   PERFORM 0600-DCL-MDS-DEB
                      THRU 0600-DCL-MDS-FIN

               WHEN '0'
                   CONTINUE

               WHEN OTHER
                   MOVE "Veuillez saisir une des options existantes"
                       TO WS-MSG

           END-EVALUATE.

       0300-EVA-CHX-UTI-FIN.

      *-----------------------------------------------------------------
      * Décision de l'assureur pour un client, puis rappel de la part
      * de son exposition au-delà du montant garanti.
       0400-MAJ-ASS-DEB.

           IF WS-IDF-CLI = 0
               MOVE "Renseigner l'ID client" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "majasscli"
               USING
               WS-IDF-CLI
               WS-PLF-ASS
               WS-DAT-ASS
               WS-REF-ASS
               G-UTI-ID
               WS-ANC-PLF
               WS-ASS-MAJ-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-ASS-MAJ-RET-OK
                   CONTINUE
               WHEN WS-ASS-MAJ-RET-FK-ERR
                   MOVE "Client inconnu" TO WS-MSG
                   EXIT PARAGRAPH
               WHEN WS-ASS-MAJ-RET-ROL-ERR
                   MOVE "Droits insuffisants" TO WS-MSG
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "Date invalide ou mise a jour impossible"
                       TO WS-MSG
                   EXIT PARAGRAPH
           END-EVALUATE.

           CALL "lirexpass"
               USING
               WS-IDF-CLI
               WS-SLD-CLI
               WS-MNT-OUV
               WS-MNT-EXP
               WS-PLF-ASS
               WS-MNT-DEP
               WS-EXP-LIR-RET
           END-CALL.

           IF WS-EXP-LIR-RET-OK AND WS-MNT-DEP > 0
               MOVE WS-MNT-DEP TO WS-MNT-EDT
               STRING "Decision enregistree, exposition non garantie : "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           ELSE
               MOVE "Decision enregistree" TO WS-MSG
           END-IF.

       0400-MAJ-ASS-FIN.

      *-----------------------------------------------------------------
      * Déclaration mensuelle du chiffre d'affaires assurable.
       0500-DCL-DCA-DEB.

           CALL "gendcaass"
               USING
               WS-MOI-DCA
               G-UTI-ID
               WS-NBR-CLI
               WS-DAT-LIM
               WS-HRS-DEL
               WS-DEC-AJU-RET
           END-CALL.

           IF NOT WS-DEC-AJU-RET-OK
               MOVE "Declaration en echec" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NBR-CLI TO WS-NBR-EDT.

           IF WS-HRS-DEL = 1
               STRING "Declaration HORS DELAI (limite "
                      DELIMITED BY SIZE
                      WS-DAT-LIM DELIMITED BY SIZE
                      "), " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " client(s)" DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           ELSE
               STRING "Declaration editee, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " client(s) garanti(s)" DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           END-IF.

       0500-DCL-DCA-FIN.

      *-----------------------------------------------------------------
      * Déclaration des menaces de sinistre (factures ayant atteint le
      * seuil de retard).
       0600-DCL-MDS-DEB.

           CALL "genmdsass"
               USING
               G-UTI-ID
               WS-NBR-FAC
               WS-NBR-HRS
               WS-DEC-AJU-RET
           END-CALL.

           IF NOT WS-DEC-AJU-RET-OK
               MOVE "Declaration en echec" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NBR-FAC TO WS-NBR-EDT.
           STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " facture(s) declaree(s)" DELIMITED BY SIZE
                  INTO WS-MSG
           END-STRING.

           IF WS-NBR-HRS > 0
               MOVE WS-NBR-HRS TO WS-NBR-EDT
               STRING FUNCTION TRIM(WS-MSG) DELIMITED BY SIZE
                      ", dont " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " hors delai" DELIMITED BY SIZE
                      INTO WS-MSG
               END-STRING
           END-IF.

       0600-DCL-MDS-FIN.
