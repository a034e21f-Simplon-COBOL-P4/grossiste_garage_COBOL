      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des emplacements d'une pièce dans un *
      * dépôt : son casier de prélèvement (emplacement_pie, minimum et *
      * maximum min_prl_pie / max_prl_pie) avec la quantité qui s'y    *
      * trouve - le stock du dépôt ("lirstkdep") moins la somme de ses *
      * emplacements de réserve (emplacement_reserve) - et la liste de *
      * ces emplacements de réserve (identifiant, code, quantité), du  *
      * plus ancien créé au plus récent, dix au plus. Dépôt 0 en       *
      * entrée = dépôt principal de la pièce, rendu en retour.         *
      * Quantités en unité de vente de la pièce, trois décimales.      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; EMR=EMPLACEMENT DE RESERVE; PRL=PRELEVEMENT;         *
      * PIE=PIECE; ENT=ENTREPOT; EMP=EMPLACEMENT; QTE=QUANTITE;        *
      * MIN=MINIMUM; MAX=MAXIMUM; STK=STOCK; RES=RESERVE; NBR=NOMBRE;  *
      * IDF=IDENTIFIANT; COD=CODE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. liremr.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-EMP-PIE             PIC X(10).
       01 PG-MIN-PRL             PIC 9(07)V9(03).
       01 PG-MAX-PRL             PIC 9(07)V9(03).
       01 PG-IDF-EMR             PIC 9(10).
       01 PG-COD-EMR             PIC X(10).
       01 PG-QTE-EMR             PIC 9(07)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Emplacements de réserve de la pièce dans le dépôt, du plus
      * ancien créé (celui où se rangent les réceptions) au plus
      * récent.
       EXEC SQL
           DECLARE CUR-EMR CURSOR FOR
               SELECT id_emr, code_emr, qte_emr
               FROM emplacement_reserve
               WHERE id_pie = :PG-IDF-PIE
                 AND id_entrepot = :PG-IDF-ENT
               ORDER BY id_emr
               FOR READ ONLY
       END-EXEC.

       01 WS-QTE-STK             PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-STK==.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce et le dépôt (0 = dépôt
      * principal, remplacé en retour par le dépôt effectif).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
      * Arguments de sortie : casier de prélèvement, sa quantité, son
      * minimum et son maximum ; total et liste des réserves.
       01 LK-EMP-PIE             PIC X(10).
       01 LK-QTE-PRL             PIC S9(07)V9(03).
       01 LK-MIN-PRL             PIC 9(07)V9(03).
       01 LK-MAX-PRL             PIC 9(07)V9(03).
       01 LK-QTE-RES             PIC 9(07)V9(03).
       01 LK-TAB-EMR.
           05 LK-NBR-EMR         PIC 9(02).
           05 LK-EMR             OCCURS 10 TIMES.
               10 LK-IDF-EMR     PIC 9(10).
               10 LK-COD-EMR     PIC X(10).
               10 LK-QTE-EMR     PIC 9(07)V9(03).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-ENT,
                                LK-EMP-PIE,
                                LK-QTE-PRL,
                                LK-MIN-PRL,
                                LK-MAX-PRL,
                                LK-QTE-RES,
                                LK-TAB-EMR,
                                LK-LIR-RET.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE SPACES     TO LK-EMP-PIE.
           MOVE 0          TO LK-QTE-PRL
                              LK-MIN-PRL
                              LK-MAX-PRL
                              LK-QTE-RES
                              LK-NBR-EMR.

      * Le stock du dépôt résout aussi le dépôt principal (0).
           CALL "lirstkdep"
               USING
               LK-IDF-PIE
               LK-IDF-ENT
               WS-QTE-STK
               WS-STK-LIR-RET
           END-CALL.

           IF NOT WS-STK-LIR-RET-OK
               MOVE WS-STK-LIR-RET TO LK-LIR-RET
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-ENT TO PG-IDF-ENT.

           EXEC SQL
               SELECT COALESCE(emplacement_pie, ' '),
                      COALESCE(min_prl_pie, 0),
                      COALESCE(max_prl_pie, 0)
               INTO :PG-EMP-PIE, :PG-MIN-PRL, :PG-MAX-PRL
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE PG-EMP-PIE TO LK-EMP-PIE.
           MOVE PG-MIN-PRL TO LK-MIN-PRL.
           MOVE PG-MAX-PRL TO LK-MAX-PRL.

           EXEC SQL OPEN CUR-EMR END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM 0100-LCT-EMR-DEB
              THRU 0100-LCT-EMR-FIN
               UNTIL WS-ETT-LCT-FIN.

           EXEC SQL CLOSE CUR-EMR END-EXEC.

           COMPUTE LK-QTE-PRL = WS-QTE-STK - LK-QTE-RES.

           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Cumule chaque emplacement de réserve ; seuls les dix premiers
      * sont rendus en liste, tous comptent dans le total.
       0100-LCT-EMR-DEB.

           EXEC SQL
               FETCH CUR-EMR
               INTO :PG-IDF-EMR, :PG-COD-EMR, :PG-QTE-EMR
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-LCT-FIN TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD PG-QTE-EMR TO LK-QTE-RES.

           IF LK-NBR-EMR < 10
               ADD 1 TO LK-NBR-EMR
               MOVE PG-IDF-EMR TO LK-IDF-EMR(LK-NBR-EMR)
               MOVE PG-COD-EMR TO LK-COD-EMR(LK-NBR-EMR)
               MOVE PG-QTE-EMR TO LK-QTE-EMR(LK-NBR-EMR)
           END-IF.

       0100-LCT-EMR-FIN.
