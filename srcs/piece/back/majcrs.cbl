      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réglage de la valeur de carcasse d'une pièce *
      * vendue en échange standard (alternateurs, démarreurs, étriers, *
      * turbos... reconditionnés) : montant unitaire hors taxe de la   *
      * consigne (colonne val_crs_pie de piece ; zéro = pas d'échange  *
      * standard). La consigne est facturée au client avec la pièce    *
      * ("ajufac"), remboursée par avoir au retour de la vieille pièce *
      * inspectée ("ajurcpcrs"), et les carcasses reçues repartent par *
      * lots au reconditionneur ("ajurcsfou"). Journalisé via          *
      * "ajulog", sur le modèle de "majeco".                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; CRS=CARCASSE; PIE=PIECE; VAL=VALEUR;          *
      * EDT=EDITION; MSG=MESSAGE; TYP=TYPE; IDF=IDENTIFIANT;           *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majcrs.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-VAL-CRS             PIC 9(06)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log du réglage.
       01 WS-VAL-EDT             PIC Z(05)9.99.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "carcasse".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce et la valeur unitaire hors taxe
      * de sa carcasse (zéro = pièce vendue sans échange standard).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-VAL-CRS             PIC 9(06)V99.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-VAL-CRS,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-CRS-DEB
                  THRU 0100-MAJ-CRS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-MAJ-CRS-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-VAL-CRS TO PG-VAL-CRS.

           IF LK-IDF-PIE = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Zéro = plus de consigne de carcasse sur la pièce.
           EXEC SQL
               UPDATE piece
               SET val_crs_pie = NULLIF(:PG-VAL-CRS, 0)
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE

                   MOVE PG-VAL-CRS TO WS-VAL-EDT
                   STRING "valeur de carcasse de la piece "
                              DELIMITED BY SIZE
                          PG-IDF-PIE DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-VAL-EDT) DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-CRS-FIN.
