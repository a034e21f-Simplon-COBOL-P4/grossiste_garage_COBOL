      * (pièce, quantité voulue, motif RUPTURE / DELAI / PRIX, client  *
      * si connu, via "ajuvp" - le comptoir a aussi sa touche P sur    *
      * "ecrvcomp") et édition du manque à gagner mensuel ("edtvp").   *
      * Même ossature que "ecrreg". L'édition n'est pas lancée sur le  *
      * poste : elle est mise en file d'édition ("ajuedt") pour le     *
      * mois saisi (AAAAMM, le mois précédent à défaut) et l'écran     *
      * rend la main ; le bandeau du menu annonce quand elle est prête *
      * au registre des documents.                                     *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; VP=VENTE PERDUE; PIE=PIECE; CLI=CLIENT;             *
      * QTE=QUANTITE; MTF=MOTIF; CHX=CHOIX; MSG=MESSAGE; CRG=CROCHET   *
      * GAUCHE; CRD=CROCHET DROIT; BCL=BOUCLE; EVA=EVALUATION;         *
      * IDF=IDENTIFIANT; MOI=MOIS; EDT=EDITION; PRG=PROGRAMME;         *
      * PRM=PARAMETRES.                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-IDF-PIE              PIC 9(10).
       01 WS-QTE-VP               PIC 9(07)V9(03).
       01 WS-MTF-VP               PIC X(10).
       01 WS-IDF-CLI              PIC 9(10).


       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-VP==.

      * Mise en file de l'édition du mois ("ajuedt").
       01 WS-MOI-EDT              PIC X(06).
       01 WS-PRG-EDT              PIC X(10) VALUE "edtvp".
       01 WS-PRM-EDT              PIC X(20).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       01 WS-CRG                  PIC X(01) VALUE "[".
       01 WS-CRD                  PIC X(01) VALUE "]".

           05 LINE 05 COLUMN 03 VALUE
               "1 - Noter une demande refusee".
           05 LINE 06 COLUMN 03 VALUE
               "2 - Editer le manque a gagner du mois (en file)".
           05 LINE 08 COLUMN 03 VALUE "ID piece         : ".
           05 LINE 08 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 08 COLUMN 24 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 08 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 09 COLUMN 03 VALUE "Quantite voulue  : ".
           05 LINE 09 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 09 COLUMN 24 PIC Z(06)9.999 TO WS-QTE-VP.
           05 LINE 09 COLUMN 35 PIC X(01) FROM WS-CRD.
           05 LINE 10 COLUMN 03 VALUE "Motif            : ".
           05 LINE 10 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 24 PIC X(10) TO   WS-MTF-VP.
           05 LINE 11 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 11 COLUMN 24 PIC Z(10) TO   WS-IDF-CLI.
           05 LINE 11 COLUMN 34 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 03 VALUE "Mois AAAAMM (2)  : ".
           05 LINE 12 COLUMN 23 PIC X(01) FROM WS-CRG.
           05 LINE 12 COLUMN 24 PIC X(06) TO   WS-MOI-EDT.
           05 LINE 12 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 12 COLUMN 33 VALUE "(vide = mois precedent)".
           05 LINE 13 COLUMN 03 PIC X(60) FROM WS-MSG.
           05 LINE 22 COLUMN 20 VALUE "1/2 - Action, 0 - Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
                      THRU 0400-NOT-VP-FIN

               WHEN '2'
                   PERFORM 0500-FIL-EDT-DEB
                      THRU 0500-FIL-EDT-FIN

               WHEN '0'
                   CONTINUE
           END-IF.

       0400-NOT-VP-FIN.

      *-----------------------------------------------------------------
      * Met l'édition du manque à gagner en file d'édition.
       0500-FIL-EDT-DEB.

           IF WS-MOI-EDT NOT = SPACES AND WS-MOI-EDT IS NOT NUMERIC
               MOVE "Mois a saisir au format AAAAMM" TO WS-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-PRM-EDT.
           MOVE WS-MOI-EDT TO WS-PRM-EDT(1:6).

           CALL "ajuedt"
               USING
               WS-PRG-EDT
               WS-PRM-EDT
               WS-EDT-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EDT-AJU-RET-OK
                   MOVE "Edition en file : avis au menu quand prete"
                       TO WS-MSG
               WHEN WS-EDT-AJU-RET-DUP
                   MOVE "Edition deja en file d'attente" TO WS-MSG
               WHEN OTHER
                   MOVE "Mise en file impossible" TO WS-MSG
           END-EVALUATE.

       0500-FIL-EDT-FIN.
