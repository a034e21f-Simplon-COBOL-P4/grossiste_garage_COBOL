      *                                                                *
      *  écran qui ajoute une livraison à la base de donnée            *
      *                                                                *
      * La quantité se saisit en unité de vente de la pièce, avec      *
      * trois décimales.                                               *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ECR=ECRAN; AJ=AJOUT; LIV=LIVRAISON; DAT=date; STA=statut       *
      * TYP=type; ENT=entrant; SOR=sortante; IDT=identifiant;          *
      * QUA=quantité; PIE=pièce; TER=terminer; CRS=cours; ET=état      *
      * CON=continuer; PRO=prgramme; PRI=principale; DEP=dépôt;        *
      * SUG=suggestion; ASS=association; PTR=pointeur; NOU=nouvelle;   *
      * SAI=saisie; LIN=ligne; PRX=prix; DRG=dérogation; CNL=canal     *
      *                                                                *
      * Stock par dépôt : une ligne sortante n'est acceptée que si le  *
      * dépôt de la livraison a la quantité ("lirstkdep"), et le       *
      * mouvement d'une livraison créée terminée porte sur ce dépôt.   *
      *                                                                *
      * Accusé de réception : dès que les lignes d'une sortante sont   *
      * enregistrées ("Terminer"), "edtarccli" édite l'accusé et       *
      * l'adresse par mail au client.                                  *
      *                                                                *
      * Suggestions : chaque pièce ajoutée à une sortante affiche en   *
      * dessous de la saisie les pièces le plus souvent vendues avec   *
      * elle ("lirasspie", analyse "genasspie"), en stock au dépôt de  *
      * la livraison et pas encore saisies, comme au comptoir          *
      * ("ecrvcomp").                                                  *
      *                                                                *
      * Prix plancher : une ligne sortante dont le prix net passe sous *
      * le coût moyen pondéré majoré de la marge minimale de la        *
      * catégorie ("verprimin") n'est retenue qu'avec la dérogation    *
      * d'un utilisateur habilité ("ecrdrgpri"), consommée par         *
      * "ajulivpim" à l'enregistrement.                                *
      ******************************************************************
       
       IDENTIFICATION DIVISION.
      * Variable pour l'ajout de pièce dans la livraison(état 4).
       01 WS-IDT-LIV              PIC 9(10).
       01 WS-IDT-PIE              PIC 9(10).
       01 WS-QUA-PIE              PIC 9(07)V9(03).

      * Les lignes pièce/quantité saisies à l'état 4 sont accumulées
      * ici au lieu d'être insérées une à une ; "ajulivpim" les insère
       01 WS-TAB-PIE.
           05 WS-LOT-PIE OCCURS 25 TIMES.
               10 WS-TAB-IDF-PIE       PIC 9(10).
               10 WS-TAB-QTE-PIE       PIC 9(07)V9(03).

      * Le code d'erreur
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-ERR-CRD-WRN           PIC X(76) VALUE
           "Attention : ce client a deja atteint son plafond de credit".

       01 WS-ERR-PRX               PIC X(76) VALUE
           "Prix net sous le prix plancher : ligne refusee".

      * Ligne sortante sous le prix plancher (cout moyen pondere +
      * marge minimale) : derogation demandee via "ecrdrgpri", canal
      * LIV, consommee par "ajulivpim" a l'enregistrement.
       01 WS-IDF-DRG               PIC 9(10).
       01 WS-CNL-DRG               PIC X(03) VALUE "LIV".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DRG==.

      * Derniere ligne refusee faute de stock, memorisee pour etre
      * notee en vente perdue d'une touche (3), comme au comptoir
      * ("ecrvcomp").
       01 WS-PIE-RFS              PIC 9(10) VALUE 0.
       01 WS-QTE-RFS              PIC 9(07)V9(03) VALUE 0.
       01 WS-MTF-VP               PIC X(10) VALUE "RUPTURE".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-VP==.

       01 WS-SRC-PRM              PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRM==.

      * Stock de la piece dans le depot de la livraison
      * ("lirstkdep"), et depot transmis a "majpie" (0 = depot
      * principal de la piece).
       01 WS-IDF-ENT-STK          PIC 9(10).
       01 WS-QTE-DEP              PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-DEP==.
       01 G-IDF-ENT               PIC 9(10) EXTERNAL.

      * Accuse de reception envoye au client des que les lignes
      * d'une sortante sont enregistrees ("edtarccli") ; original,
      * donc pas de numero de duplicata.
       01 G-DOC-DUP               PIC 9(03) EXTERNAL.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ARC==.

      * Pieces souvent vendues avec la piece qui vient d'etre ajoutee
      * a une sortante ("lirasspie", table association_pie de
      * "genasspie") : les trois premieres en stock au depot de la
      * livraison et pas deja saisies sont proposees sous la saisie.
       COPY asspie REPLACING ==:PREFIX:== BY ==WS==.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-ASS==.
       01 WS-MSG-SUG              PIC X(76) VALUE SPACES.
       01 WS-SUG-IDX              PIC 9(02).
       01 WS-SUG-NBR              PIC 9(02).
       01 WS-SUG-PTR              PIC 9(03).
       01 WS-LIN-IDX              PIC 9(02).
       01 WS-SUG-IDF-EDT          PIC Z(09)9.
       01 WS-SUG-NOM-EDT          PIC X(14).
       01 WS-SUG-PCT-EDT          PIC ZZ9.
       01 WS-ETT-SUG              PIC 9(01).
           88 WS-ETT-SUG-NOU                VALUE 0.
           88 WS-ETT-SUG-SAI                VALUE 1.

       COPY ctxerr.

       COPY utiglb.
           05 LINE 08 COLUMN 15 PIC Z(10) USING WS-IDT-PIE.
           05 LINE 08 COLUMN 25 VALUE ']'.
           05 LINE 10 COLUMN 03 VALUE "Quantite : [".
           05 LINE 10 COLUMN 26 VALUE ']'.
           05 LINE 10 COLUMN 15 PIC Z(06)9.999 USING WS-QUA-PIE.
           05 LINE 13 COLUMN 03 PIC X(76) FROM WS-MSG-SUG.
           05 LINE 21 COLUMN 14 VALUE
              '1 - Ajouter  2 - Terminer  3 - Vte perdue  0 - Annuler'.
           05 LINE 22 COLUMN 40 VALUE "[".
               WHEN 2
                   PERFORM 0450-INS-LOT-PIE-DEB
                      THRU 0450-INS-LOT-PIE-FIN
                   MOVE SPACES TO WS-MSG-SUG
                   SET WS-MNU-VIS-1 TO TRUE

      * Note la derniere ligne refusee faute de stock en vente
                   END-IF
               WHEN 0
                   MOVE 0 TO WS-NBR-LIN-PIE
                   MOVE SPACES TO WS-MSG-SUG
                   SET WS-MNU-VIS-1 TO TRUE
               WHEN OTHER
                   PERFORM 0700-ERR-OPT-IVL-DEB
           MOVE WS-QUA-PIE TO WS-TAB-QTE-PIE(WS-NBR-LIN-PIE).

           IF STA-TER then
               MOVE WS-IDF-ENT TO G-IDF-ENT
               CALL "majpie"
                   USING
                   WS-IDT-PIE
               WS-LIR-RET
           END-CALL

      * C'est le stock du depot de la livraison qui doit couvrir la
      * ligne, pas le stock tous depots.
           MOVE WS-IDF-ENT TO WS-IDF-ENT-STK.
           CALL "lirstkdep"
               USING
               WS-IDT-PIE
               WS-IDF-ENT-STK
               WS-QTE-DEP
               WS-DEP-LIR-RET
           END-CALL.
           IF NOT WS-DEP-LIR-RET-OK
               MOVE 0 TO WS-QTE-DEP
           END-IF.

      * Prix plancher : la ligne n'est retenue qu'avec la derogation
      * d'un utilisateur habilite quand son prix net passe sous le
      * cout moyen pondere majore de la marge minimale.
           SET WS-DRG-AJU-RET-OK TO TRUE.

           IF WS-QUA-PIE-SOR >= WS-QUA-PIE
                   AND WS-QTE-DEP >= WS-QUA-PIE
               CALL "ecrdrgpri"
                   USING
                   WS-IDT
                   WS-IDT-PIE
                   WS-CNL-DRG
                   WS-IDF-DRG
                   WS-DRG-AJU-RET
               END-CALL
           END-IF.

           IF NOT WS-DRG-AJU-RET-OK
               SET WS-CTX-AFF-ERR TO TRUE
               MOVE WS-ERR-PRX TO WS-MSG-ERR
               EXIT PARAGRAPH
           END-IF.

           IF WS-QUA-PIE-SOR >= WS-QUA-PIE
                   AND WS-QTE-DEP >= WS-QUA-PIE
               ADD 1 TO WS-NBR-LIN-PIE
               MOVE WS-IDT-PIE TO WS-TAB-IDF-PIE(WS-NBR-LIN-PIE)
               MOVE WS-QUA-PIE TO WS-TAB-QTE-PIE(WS-NBR-LIN-PIE)

               IF STA-TER
                   MOVE WS-IDF-ENT TO G-IDF-ENT
                   CALL "majpie"
                       USING
                       WS-IDT-PIE

               PERFORM 1100-SUC-LIV-PIE-DEB
                  THRU 1100-SUC-LIV-PIE-FIN

               PERFORM 0460-AFF-SUG-DEB
                  THRU 0460-AFF-SUG-FIN
           ELSE
               PERFORM 1500-ERR-QTE-PIE-DEB
                  THRU 1500-ERR-QTE-PIE-FIN
               IF WS-LOT-AJU-RET-OK
                   PERFORM 1200-SUC-LIV-DEB
                      THRU 1200-SUC-LIV-FIN

      * La commande du client est enregistree : il en recoit
      * l'accuse de reception (lignes, reserve, reliquat et date
      * promise, adresse de livraison).
                   IF WS-MNU-VIS-4-SOR
                       MOVE 0 TO G-DOC-DUP
                       CALL "edtarccli"
                           USING
                           WS-IDT-LIV
                           WS-ARC-LIR-RET
                       END-CALL
                   END-IF
               ELSE
                   IF WS-LOT-AJU-RET-PRX
                       SET WS-CTX-AFF-ERR TO TRUE
                       MOVE WS-ERR-PRX TO WS-MSG-ERR
                   ELSE
                       PERFORM 0900-ERR-SQL-DEB
                          THRU 0900-ERR-SQL-FIN
                   END-IF
               END-IF

               MOVE 0 TO WS-NBR-LIN-PIE
           END-IF.
       0450-INS-LOT-PIE-FIN.

      * Propose, pour la piece qui vient d'etre ajoutee a la
      * sortante, les pieces le plus souvent vendues avec elle
      * ("lirasspie") : trois au plus, en stock au depot de la
      * livraison, en ecartant celles deja saisies, comme au
      * comptoir ("ecrvcomp").
       0460-AFF-SUG-DEB.
           MOVE SPACES TO WS-MSG-SUG.

           CALL "lirasspie"
               USING
               WS-IDT-PIE
               WS-IDF-ENT
               WS-TAB-ASS
               WS-ASS-NBE
               WS-ASS-LIR-RET
           END-CALL.

           IF NOT WS-ASS-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SUG-PTR.
           MOVE 0 TO WS-SUG-NBR.

           STRING "Souvent vendues avec :" DELIMITED BY SIZE
                  INTO WS-MSG-SUG
                  WITH POINTER WS-SUG-PTR
           END-STRING.

           PERFORM VARYING WS-SUG-IDX FROM 1 BY 1
                   UNTIL WS-SUG-IDX > WS-ASS-NBE OR WS-SUG-NBR >= 3

               SET WS-ETT-SUG-NOU TO TRUE

               PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX > WS-NBR-LIN-PIE
                   IF WS-TAB-IDF-PIE(WS-LIN-IDX)
                           = WS-ASS-IDF(WS-SUG-IDX)
                       SET WS-ETT-SUG-SAI TO TRUE
                   END-IF
               END-PERFORM

               IF WS-ETT-SUG-NOU
                   ADD 1 TO WS-SUG-NBR
                   MOVE WS-ASS-IDF(WS-SUG-IDX) TO WS-SUG-IDF-EDT
                   MOVE WS-ASS-NOM(WS-SUG-IDX) TO WS-SUG-NOM-EDT
                   MOVE WS-ASS-PCT(WS-SUG-IDX) TO WS-SUG-PCT-EDT
                   STRING " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-IDF-EDT)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-NOM-EDT)
                          DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SUG-PCT-EDT)
                          DELIMITED BY SIZE
                          "%)" DELIMITED BY SIZE
                          INTO WS-MSG-SUG
                          WITH POINTER WS-SUG-PTR
                   END-STRING
               END-IF
           END-PERFORM.

           IF WS-SUG-NBR = 0
               MOVE SPACES TO WS-MSG-SUG
           END-IF.
       0460-AFF-SUG-FIN.

       0500-ET1-DEB.
           EVALUATE TRUE
               WHEN TYP-ENT
