      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Écran de suivi des factures électroniques, appelé depuis la    *
      * facturation client ("ecrfac") : pour la facture (FAC) ou       *
      * l'avoir (AVR) saisi, affiche page par page l'historique de ses *
      * statuts (statut courant en tête, libellé du catalogue          *
      * "stafel", date, fichier transmis, motif) ; action C : liste    *
      * des documents à corriger (bloqués faute de SIREN client,       *
      * refusés par le client, rejetés par la plateforme) ; action R : *
      * renvoi du document saisi une fois corrigé, avec la correction  *
      * apportée pour motif (via "majfel"), retransmis par "genfel" au *
      * prochain passage de nuit. Lecture via "lirfel", même           *
      * navigation par numéro de page que "ecrhch".                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; FEL=FACTURE ELECTRONIQUE; TYP=TYPE; DOC=DOCUMENT;   *
      * NUM=NUMERO; STA=STATUT; DAT=DATE; MOT=MOTIF; FIC=FICHIER;      *
      * COR=A CORRIGER / CORRECTION; LIB=LIBELLE; LIR=LECTURE;         *
      * ACT=ACTION; HST=HISTORIQUE; RNV=RENVOI; PAG=PAGE; IDX=INDEX;   *
      * LIN=LIGNE; CHX=CHOIX; BCL=BOUCLE; AFF=AFFICHAGE; NTT=ENTETE;   *
      * UND=UNDERSCORE; CND=CONDITION; ERR=ERREUR; QTT=QUANTITE;       *
      * IDT=IDENTIFIANT; VAL=VALIDE.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecrfel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Table des lignes de la page courante (via "lirfel").
       01 WS-TAB-FEL.
           05 WS-FEL             OCCURS 10 TIMES.
               10 WS-FEL-TYP     PIC X(03).
               10 WS-FEL-NUM     PIC 9(10).
               10 WS-FEL-STA     PIC 9(03).
               10 WS-FEL-DAT     PIC X(10).
               10 WS-FEL-MOT     PIC X(80).
               10 WS-FEL-FIC     PIC X(40).

      * Catalogue des statuts, pour le libellé affiché.
       COPY stafel.
       77 WS-IDX-STA             PIC 9(02).

       01 WS-UND-LIN             PIC X(78) VALUE ALL "_".

       01 WS-NTT-LIN.
           05 FILLER             PIC X(04) VALUE "Typ ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "  Numero  ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(35) VALUE "Statut".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(10) VALUE "   Date   ".
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 FILLER             PIC X(15) VALUE "Fichier".

       01 WS-NTT-LIN-2.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(75) VALUE "Motif".

       01 WS-FEL-LIN.
           05 WS-FEL-LIN-TYP     PIC X(04).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-FEL-LIN-NUM     PIC Z(09)9(01).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-FEL-LIN-STA     PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-FEL-LIN-LIB     PIC X(31).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-FEL-LIN-DAT     PIC X(10).
           05 FILLER             PIC X(01) VALUE ALL "|".
           05 WS-FEL-LIN-FIC     PIC X(15).

       01 WS-FEL-LIN-2.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WS-FEL-LIN-MOT     PIC X(75).

       77 WS-MAX-LIN             PIC 9(02) VALUE 4.
       77 WS-QTT-LIN             PIC 9(02).
       77 WS-LIN-IDX             PIC 9(02).
       77 WS-IDX                 PIC 9(02).
       77 WS-NUM-PAG             PIC 9(10).

      * Document saisi et action demandée : à blanc son historique,
      * C la liste des documents à corriger, R le renvoi du document
      * après correction (via "majfel").
       01 WS-TYP-DOC             PIC X(03).
           88 WS-TYP-DOC-VAL              VALUE "FAC" "AVR".
       01 WS-NUM-DOC             PIC 9(10).
       01 WS-MOT-COR             PIC X(80).
       01 WS-TYP-LIR             PIC X(03).

       01 WS-ACT                 PIC X(01) VALUE SPACE.
           88 WS-ACT-HST                  VALUE " ".
           88 WS-ACT-COR                  VALUE "C" "c".
           88 WS-ACT-RNV                  VALUE "R" "r".

       01 WS-CHX                 PIC X(01) VALUE SPACE.
           88 WS-CHX-VID                  VALUE " ".

       01 WS-ETT-BCL             PIC 9(01).
           88 WS-ETT-BCL-ENC              VALUE 1.
           88 WS-ETT-BCL-FIN              VALUE 2.

       01 WS-MNU-2               PIC 9(01).
           88 WS-MNU-2-INV                VALUE 1.
           88 WS-MNU-2-VIS                VALUE 2.

       01 WS-ERR-IDT             PIC X(76) VALUE
           "Type (FAC ou AVR) et numero du document obligatoires".

       01 WS-ERR-ACT             PIC X(76) VALUE
           "Action inconnue (vide, C ou R)".

       01 WS-ERR-MOT             PIC X(76) VALUE
           "La correction apportee est obligatoire pour renvoyer".

       01 WS-ERR-VID             PIC X(76) VALUE
           "Aucun statut pour ce document sur cette page".

       01 WS-ERR-VID-COR         PIC X(76) VALUE
           "Aucun document a corriger sur cette page".

       01 WS-ERR-FK              PIC X(76) VALUE
           "Document jamais transmis en facture electronique".

       01 WS-ERR-STA             PIC X(76) VALUE
           "Le statut de ce document ne demande pas de correction".

       01 WS-ERR-ROL             PIC X(76) VALUE
           "Droits insuffisants pour renvoyer le document".

       01 WS-ERR-SQL             PIC X(76) VALUE
           "Une erreur est survenue durant la requete".

       01 WS-MSG-RNV             PIC X(76) VALUE
           "Document a renvoyer, retransmis au passage de nuit".

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RNV==.

       COPY ctxerr.

       COPY utiglb.

       SCREEN SECTION.
       COPY ecrprn.
       01 S-MNU-FEL.
           COPY ecrutlin.
           05 LINE 05 COL 03 VALUE "Factures electroniques - Type [".
           05 LINE 05 COL 34 PIC X(03) USING WS-TYP-DOC AUTO.
           05 LINE 05 COL 37 VALUE "] Numero [".
           05 LINE 05 COL 47 PIC Z(10) USING WS-NUM-DOC AUTO.
           05 LINE 05 COL 57 VALUE "]".
           05 LINE 06 COL 03 VALUE "Action [".
           05 LINE 06 COL 11 PIC X(01) USING WS-ACT.
           05 LINE 06 COL 12 VALUE
               "] (vide=historique C=a corriger R=renvoyer)".
           05 LINE 08 COL 02 FROM WS-UND-LIN.
           05 LINE 09 COL 02 FROM WS-NTT-LIN.
           05 LINE 10 COL 02 FROM WS-NTT-LIN-2.
           05 LINE 11 COL 02 FROM WS-UND-LIN.
           05 LINE 20.
               10 COL 03 VALUE "Correction (R) [".
               10 COL 19 PIC X(58) USING WS-MOT-COR.
               10 COL 77 VALUE "]".
           05 LINE 23.
               10 COL 03 VALUE "Choix de la page".
               10 COL 20 VALUE "[".
               10 COL 21 PIC Z(10) USING WS-NUM-PAG.
               10 COL 31 VALUE "]".
               10 COL 62 VALUE "Retour au menu".
               10 COL 77 VALUE "[".
               10 COL 78 PIC X(01) USING WS-CHX.
               10 COL 79 VALUE "]".
           05 LINE 22 COL 02 FROM WS-UND-LIN.

       01 S-MSG-ERR.
           05 LINE 07 COLUMN 03 FROM WS-MSG-ERR.

       PROCEDURE DIVISION.

           MOVE "FAC" TO WS-TYP-DOC.

           PERFORM 0050-BCL-DEB
              THRU 0050-BCL-FIN.

           EXIT PROGRAM.

      ******************************************************************

       0050-BCL-DEB.
           SET WS-ETT-BCL-ENC TO TRUE.
           SET WS-MNU-2-INV TO TRUE.
           PERFORM UNTIL WS-ETT-BCL-FIN
               DISPLAY S-FND-ECR

               PERFORM 0500-AFF-ERR-CND-DEB
                  THRU 0500-AFF-ERR-CND-FIN

               PERFORM 0400-AFF-MNU-2-CND-DEB
                  THRU 0400-AFF-MNU-2-CND-FIN

               ACCEPT S-MNU-FEL
               EVALUATE TRUE
                   WHEN NOT WS-CHX-VID
                       SET WS-ETT-BCL-FIN TO TRUE
                   WHEN WS-ACT-HST
      * Historique des statuts du document saisi.
                       PERFORM 0100-APL-LEC-FEL-DEB
                          THRU 0100-APL-LEC-FEL-FIN
                   WHEN WS-ACT-COR
      * Liste des documents à corriger.
                       PERFORM 0100-APL-LEC-FEL-DEB
                          THRU 0100-APL-LEC-FEL-FIN
                   WHEN WS-ACT-RNV
      * Renvoi du document corrigé, puis son historique.
                       PERFORM 0200-APL-RNV-FEL-DEB
                          THRU 0200-APL-RNV-FEL-FIN
                   WHEN OTHER
                       SET WS-CTX-AFF-ERR TO TRUE
                       MOVE WS-ERR-ACT TO WS-MSG-ERR
               END-EVALUATE
           END-PERFORM.
       0050-BCL-FIN.

      *-----------------------------------------------------------------
       0100-APL-LEC-FEL-DEB.
           IF WS-ACT-COR
               MOVE "COR" TO WS-TYP-LIR
           ELSE
               IF NOT WS-TYP-DOC-VAL OR WS-NUM-DOC = 0
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-IDT TO WS-MSG-ERR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TYP-DOC TO WS-TYP-LIR
           END-IF.

           MOVE WS-MAX-LIN TO WS-QTT-LIN.

           CALL "lirfel"
               USING
               WS-TYP-LIR
               WS-NUM-DOC
               WS-TAB-FEL
               WS-NUM-PAG
               WS-QTT-LIN
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-OK
                   SET WS-MNU-2-VIS TO TRUE
               WHEN WS-LIR-RET-VID AND WS-ACT-COR
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID-COR TO WS-MSG-ERR
               WHEN WS-LIR-RET-VID
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-VID TO WS-MSG-ERR
               WHEN OTHER
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-ERR-SQL TO WS-MSG-ERR
           END-EVALUATE.
       0100-APL-LEC-FEL-FIN.

      *-----------------------------------------------------------------
      * Renvoi d'un document à corriger : la correction apportée est
      * obligatoire, elle devient le motif du statut "à renvoyer".
       0200-APL-RNV-FEL-DEB.
           IF NOT WS-TYP-DOC-VAL OR WS-NUM-DOC = 0
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-IDT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-MOT-COR = SPACES
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-MOT TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "majfel"
               USING
               WS-TYP-DOC
               WS-NUM-DOC
               WS-MOT-COR
               G-UTI-ID
               WS-RNV-MAJ-RET
           END-CALL.

           SET WS-CTX-AFF-ERR TO TRUE.
           EVALUATE TRUE
               WHEN WS-RNV-MAJ-RET-OK
                   MOVE SPACES TO WS-MOT-COR
                   MOVE SPACE TO WS-ACT
                   MOVE 0 TO WS-NUM-PAG
                   PERFORM 0100-APL-LEC-FEL-DEB
                      THRU 0100-APL-LEC-FEL-FIN
                   SET WS-CTX-AFF-ERR TO TRUE
                   MOVE WS-MSG-RNV TO WS-MSG-ERR
               WHEN WS-RNV-MAJ-RET-FK-ERR
                   MOVE WS-ERR-FK TO WS-MSG-ERR
               WHEN WS-RNV-MAJ-RET-ROL-ERR
                   MOVE WS-ERR-ROL TO WS-MSG-ERR
               WHEN OTHER
                   MOVE WS-ERR-STA TO WS-MSG-ERR
           END-EVALUATE.
       0200-APL-RNV-FEL-FIN.

      *-----------------------------------------------------------------
      * Deux lignes par statut : document, statut et date, fichier
      * transmis, puis le motif.
       0300-AFF-FEL-DEB.
           MOVE 12 TO WS-LIN-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-QTT-LIN

               PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                       UNTIL WS-IDX-STA > WS-STA-NBE
                          OR WS-STA-COD(WS-IDX-STA) = WS-FEL-STA(WS-IDX)
                   CONTINUE
               END-PERFORM

               MOVE WS-FEL-TYP(WS-IDX) TO WS-FEL-LIN-TYP
               MOVE WS-FEL-NUM(WS-IDX) TO WS-FEL-LIN-NUM
               MOVE WS-FEL-STA(WS-IDX) TO WS-FEL-LIN-STA
               IF WS-IDX-STA > WS-STA-NBE
                   MOVE SPACES TO WS-FEL-LIN-LIB
               ELSE
                   MOVE WS-STA-LIB(WS-IDX-STA) TO WS-FEL-LIN-LIB
               END-IF
               MOVE WS-FEL-DAT(WS-IDX) TO WS-FEL-LIN-DAT
               MOVE WS-FEL-FIC(WS-IDX) TO WS-FEL-LIN-FIC
               MOVE WS-FEL-MOT(WS-IDX) TO WS-FEL-LIN-MOT

               DISPLAY WS-FEL-LIN AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
               DISPLAY WS-FEL-LIN-2 AT LINE WS-LIN-IDX COLUMN 2
               ADD 1 TO WS-LIN-IDX
           END-PERFORM.
       0300-AFF-FEL-FIN.

      *-----------------------------------------------------------------
       0400-AFF-MNU-2-CND-DEB.
           IF WS-MNU-2-VIS THEN
               PERFORM 0300-AFF-FEL-DEB
                  THRU 0300-AFF-FEL-FIN
               SET WS-MNU-2-INV TO TRUE
           END-IF.
       0400-AFF-MNU-2-CND-FIN.

      *-----------------------------------------------------------------
       0500-AFF-ERR-CND-DEB.
           IF WS-CTX-AFF-ERR THEN
               DISPLAY S-MSG-ERR
               SET WS-CTX-OK TO TRUE
           END-IF.
       0500-AFF-ERR-CND-FIN.
