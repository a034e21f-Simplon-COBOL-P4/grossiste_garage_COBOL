      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; TAR=TARIF; CLI=CLIENT; CAT=CATEGORIE;         *
      * REM=REMISE; PCT=POURCENTAGE; IDF=IDENTIFIANT; SUP=SUPPRESSION; *
      * HCH=HISTORIQUE DE CHAMP; LEC=LECTURE; VAL=VALEUR; ANC=ANCIENNE *
      * VALEUR; ENR=ENREGISTREMENT; CHP=CHAMP; EDT=EDITION.            *
      *                                                                *
      * Chaque changement de remise (pose, modification, retrait) est  *
      * historise sur le client (ancienne et nouvelle valeur,          *
      * utilisateur, horodatage) via "ajuhch", dans la meme            *
      * transaction.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-CLI           PIC 9(10).
       01 PG-IDF-CAT           PIC 9(10).
       01 PG-PCT-REM           PIC 9(02)V99.
      * Valeurs en clair des champs suivis (historique des champs).
       01 PG-VAL-01             PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

      * Historique des champs ("ajuhch") : champs suivis, valeurs
      * en clair relues avant (WS-ANC) et apres (WS-VAL) l'ecriture.
       01 WS-TAB-CHP-VAL.
           05 FILLER            PIC X(30) VALUE "remise_pct".
       01 WS-TAB-CHP REDEFINES WS-TAB-CHP-VAL.
           05 WS-CHP-NOM        PIC X(30) OCCURS 1 TIMES.
       01 WS-TAB-VAL.
           05 WS-VAL            PIC X(60) OCCURS 1 TIMES.
       01 WS-TAB-ANC.
           05 WS-ANC            PIC X(60) OCCURS 1 TIMES.
       77 WS-NBR-CHP            PIC 9(02) VALUE 1.
       77 WS-IDX-CHP            PIC 9(02).
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.
       01 WS-IDF-EDT            PIC Z(09)9(01).

       LINKAGE SECTION.
      * Arguments d'entrée : client, catégorie (0 = remise générale)
      * et remise en pourcentage (0 = retirer la remise).
               MOVE LK-IDF-CAT TO PG-IDF-CAT
               MOVE LK-PCT-REM TO PG-PCT-REM

      * Valeurs avant ecriture, pour l'historique des champs.
               PERFORM 0300-LEC-VAL-DEB
                  THRU 0300-LEC-VAL-FIN
               MOVE WS-TAB-VAL TO WS-TAB-ANC

               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               ELSE
               IF LK-PCT-REM = 0
                   PERFORM 0200-SUP-REM-DEB
                      THRU 0200-SUP-REM-FIN
                   PERFORM 0100-MAJ-REM-DEB
                      THRU 0100-MAJ-REM-FIN
               END-IF
               END-IF
           END-IF.

           EXIT PROGRAM.
           END-IF.

           IF SQLCODE = 0
               PERFORM 0400-ENR-HCH-DEB
                  THRU 0400-ENR-HCH-FIN
               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
           END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
               PERFORM 0400-ENR-HCH-DEB
                  THRU 0400-ENR-HCH-FIN
               IF NOT WS-HCH-AJU-RET-OK
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE
           ELSE
           END-IF.

       0200-SUP-REM-FIN.

      *-----------------------------------------------------------------
      * Relit en clair les champs suivis de la ligne (avant et apres
      * l'ecriture, pour "ajuhch") ; ligne absente = valeurs a blanc.
       0300-LEC-VAL-DEB.
           MOVE SPACES TO WS-TAB-VAL.
           SET WS-HCH-AJU-RET-OK TO TRUE.

           EXEC SQL
               SELECT
                      COALESCE(CAST(remise_pct AS VARCHAR), '')
               INTO :PG-VAL-01
               FROM tarif_cli
               WHERE id_cli = :PG-IDF-CLI
                 AND id_cat_pie = :PG-IDF-CAT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE PG-VAL-01 TO WS-VAL(1)
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-HCH-AJU-RET-ERR TO TRUE
           END-EVALUATE.
       0300-LEC-VAL-FIN.

      *-----------------------------------------------------------------
      * Historique des champs modifies par l'ecriture qui vient d'etre
      * faite (meme transaction : annule avec elle en cas d'erreur).
       0400-ENR-HCH-DEB.
           PERFORM 0300-LEC-VAL-DEB
              THRU 0300-LEC-VAL-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI TO WS-HCH-CLI.
           MOVE PG-IDF-CAT TO WS-IDF-EDT.
           IF PG-IDF-CAT = 0
               MOVE "remise generale" TO WS-HCH-CLE
           ELSE
               STRING "categorie " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-HCH-CLE
               END-STRING
           END-IF.

           PERFORM VARYING WS-IDX-CHP FROM 1 BY 1
                   UNTIL WS-IDX-CHP > WS-NBR-CHP
                      OR NOT WS-HCH-AJU-RET-OK
               MOVE WS-CHP-NOM(WS-IDX-CHP) TO WS-HCH-CHP
               MOVE WS-ANC(WS-IDX-CHP)     TO WS-HCH-ANC
               MOVE WS-VAL(WS-IDX-CHP)     TO WS-HCH-NOU

               CALL "ajuhch"
                   USING
                   WS-HCH
                   WS-HCH-AJU-RET
               END-CALL
           END-PERFORM.
       0400-ENR-HCH-FIN.
