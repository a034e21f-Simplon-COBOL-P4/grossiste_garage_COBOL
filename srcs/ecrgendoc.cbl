      * Écran de génération de document : à partir de l'ID d'une       *
      * livraison, produit le document texte correspondant (bon de     *
      * commande fournisseur pour une livraison entrante, via          *
      * "edtbcmfou" ; bon de livraison client pour une livraison       *
      * sortante, via "edtblvcli") et affiche à l'écran le nom du      *
      * fichier produit. L'option 3 produit, à partir de l'ID d'une    *
      * pièce, un comparatif de prix entre cette pièce et toutes ses   *
      * pièces équivalentes (via "edtcmppri"), chacune pouvant venir   *
      * d'un fournisseur différent. Les options 5 (marge mensuelle     *
      * "edtmarge", mois et base de coût) et 6 (balance âgée           *
      * "edtbalage", société) ne sont pas lancées sur le poste : elles *
      * sont mises en file d'édition ("ajuedt") et l'écran rend la     *
      * main ; le bandeau du menu annonce quand elles sont prêtes au   *
      * registre des documents (option 4).                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; GEN=GENERATION; DOC=DOCUMENT; IDF=IDENTIFIANT;      *
      * LIV=LIVRAISON; RET=RETOUR; CHX=CHOIX; UTI=UTILISATEUR;         *
      * CRG=CROCHET GAUCHE; CRD=CROCHET DROIT; LRR=LEURRE; VID=VIDE;   *
      * EVA=EVALUATION; BCL=BOUCLE; FIC=FICHIER; EDT=EDITION;          *
      * MOI=MOIS; BAS=BASE; SOC=SOCIETE; PRG=PROGRAMME;                *
      * PRM=PARAMETRES; FIL=FILE.                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 WS-CHX-UTI              PIC X(01).

      * Editions longues mises en file d'edition ("ajuedt") : marge
      * mensuelle (mois AAAAMM et base de cout, "C" = CUMP) et
      * balance agee (societe, celle de la session a defaut).
       01 WS-MOI-EDT              PIC X(06).
       01 WS-BAS-EDT              PIC X(01).
       01 WS-SOC-EDT              PIC X(02).
       01 WS-PRG-EDT              PIC X(10).
       01 WS-PRM-EDT              PIC X(20).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-EDT==.

       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

      * Inscription des documents generes au registre ("ajudoc") :
           05 LINE 10 COLUMN 19 PIC X(01) FROM WS-CRG.
           05 LINE 10 COLUMN 20 PIC Z(10) TO   WS-IDF-PIE.
           05 LINE 10 COLUMN 30 PIC X(01) FROM WS-CRD.
           05 LINE 15 COLUMN 03 VALUE
               "5 - Marge mensuelle (en file d'edition)".
           05 LINE 16 COLUMN 03 VALUE
               "6 - Balance agee clients (en file d'edition)".
           05 LINE 17 COLUMN 03 VALUE "Mois AAAAMM (5) : ".
           05 LINE 17 COLUMN 21 PIC X(01) FROM WS-CRG.
           05 LINE 17 COLUMN 22 PIC X(06) TO   WS-MOI-EDT.
           05 LINE 17 COLUMN 28 PIC X(01) FROM WS-CRD.
           05 LINE 17 COLUMN 31 VALUE "Base C=CUMP (5) : ".
           05 LINE 17 COLUMN 49 PIC X(01) FROM WS-CRG.
           05 LINE 17 COLUMN 50 PIC X(01) TO   WS-BAS-EDT.
           05 LINE 17 COLUMN 51 PIC X(01) FROM WS-CRD.
           05 LINE 18 COLUMN 03 VALUE "Societe NN (6)  : ".
           05 LINE 18 COLUMN 21 PIC X(01) FROM WS-CRG.
           05 LINE 18 COLUMN 22 PIC X(02) TO   WS-SOC-EDT.
           05 LINE 18 COLUMN 24 PIC X(01) FROM WS-CRD.
           05 LINE 22 COLUMN 12 VALUE
               "1/2/3 - Generer, 4 - Registre, 5/6 - En file, 0 - "
               & "Retour".
           05 LINE 23 COLUMN 40 PIC X(01) FROM WS-CRG.
           05 LINE 23 COLUMN 41 PIC X(01) TO   WS-CHX-UTI.
           05 LINE 23 COLUMN 42 PIC X(01) FROM WS-CRD.
                          THRU 0460-GEN-CMP-FIN
                   END-IF

      * Editions longues : mises en file d'édition, l'écran rend la
      * main et le bandeau du menu annonce quand elles sont prêtes.
               WHEN '5'
               WHEN '6'
                   PERFORM 0500-FIL-EDT-DEB
                      THRU 0500-FIL-EDT-FIN

      * Si l'utilisateur entre autre chose que 0 à 6, on l'invite à
      * saisir une des options existantes.
               WHEN <> '0'

                   DISPLAY WS-VID

           EXIT.
       0460-GEN-CMP-FIN.

      *-----------------------------------------------------------------
      * Met en file d'édition la marge mensuelle ("edtmarge" : mois en
      * 1:6, base en 7:1) ou la balance âgée ("edtbalage" : société
      * en 1:2) avec les paramètres saisis, via "ajuedt".
       0500-FIL-EDT-DEB.

           DISPLAY WS-VID
           AT LINE 13 COL 03

           MOVE SPACES TO WS-PRM-EDT.

           IF WS-CHX-UTI = '5'
               IF WS-MOI-EDT NOT = SPACES
                  AND WS-MOI-EDT IS NOT NUMERIC
                   DISPLAY "Mois a saisir au format AAAAMM"
                   AT LINE 13 COL 03
                   ACCEPT WS-LRR
                   AT LINE 22 COL 02
                   EXIT PARAGRAPH
               END-IF
               MOVE "edtmarge" TO WS-PRG-EDT
               MOVE WS-MOI-EDT TO WS-PRM-EDT(1:6)
               MOVE WS-BAS-EDT TO WS-PRM-EDT(7:1)
           ELSE
               IF WS-SOC-EDT = SPACES
                   IF G-SOC-ID = 0
                       MOVE "01" TO WS-SOC-EDT
                   ELSE
                       MOVE G-SOC-ID TO WS-SOC-EDT
                   END-IF
               END-IF
               IF WS-SOC-EDT IS NOT NUMERIC
                   DISPLAY "Societe a saisir sur deux chiffres"
                   AT LINE 13 COL 03
                   ACCEPT WS-LRR
                   AT LINE 22 COL 02
                   EXIT PARAGRAPH
               END-IF
               MOVE "edtbalage" TO WS-PRG-EDT
               MOVE WS-SOC-EDT TO WS-PRM-EDT(1:2)
           END-IF.

           CALL "ajuedt"
               USING
               WS-PRG-EDT
               WS-PRM-EDT
               WS-EDT-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-EDT-AJU-RET-OK
                   DISPLAY "Edition en file : avis au menu quand prete"
                   AT LINE 13 COL 03
               WHEN WS-EDT-AJU-RET-DUP
                   DISPLAY "Edition deja en file d'attente"
                   AT LINE 13 COL 03
               WHEN OTHER
                   DISPLAY "Mise en file d'edition impossible"
                   AT LINE 13 COL 03
           END-EVALUATE.

           ACCEPT WS-LRR
           AT LINE 22 COL 02.

           EXIT.
       0500-FIL-EDT-FIN.
