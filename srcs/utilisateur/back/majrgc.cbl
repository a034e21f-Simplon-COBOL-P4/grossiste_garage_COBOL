      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de tenue des règles de conflit de la            *
      * séparation des tâches (table "regle_conflit", lue par le       *
      * rapport mensuel "edtsod") :                                    *
      *   1 = ajout d'une règle : deux étapes distinctes du catalogue  *
      *       "etpsod" et un libellé ;                                 *
      *   2 = suppression de la règle portant sur ces deux étapes.     *
      * Une règle est symétrique : les deux étapes sont rangées dans   *
      * l'ordre alphabétique, de sorte que A/B et B/A désignent la     *
      * même règle. Etape inconnue, étapes identiques ou règle absente *
      * à la suppression : retour FK ; règle déjà présente : retour    *
      * ERR. Réservé aux administrateurs ("verrol"), chaque action     *
      * journalisée via "ajulog".                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RGC=REGLE DE CONFLIT; ETP=ETAPE; LIB=LIBELLE; *
      * ACT=ACTION; TYP=TYPE; NBR=NOMBRE; IDX=INDEX; ECH=ECHANGE;      *
      * AJU=AJOUT; SUP=SUPPRESSION; CTL=CONTROLE; ROL=ROLE;            *
      * REQ=REQUIS; MSG=MESSAGE; LOG=LOG.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrgc.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de rôle : règles maintenues par les administrateurs.
       01 WS-NIV-REQ             PIC 9(01) VALUE 1.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "conflit_sod".

       COPY ajuret REPLACING ==:PREFIX:== BY ==WS==.

       COPY utiglb.

       COPY etpsod.

       77 WS-IDX                 PIC 9(02).
       01 WS-ETP-ECH             PIC X(06).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-ETP-A               PIC X(06).
       01 PG-ETP-B               PIC X(06).
       01 PG-LIB-RGC             PIC X(40).
       01 PG-NBR-RGC             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Action : 1 = ajouter la règle, 2 = supprimer la règle.
       01 LK-TYP-ACT             PIC 9(01).
           88 LK-ACT-AJU                     VALUE 1.
           88 LK-ACT-SUP                     VALUE 2.
       01 LK-ETP-A               PIC X(06).
       01 LK-ETP-B               PIC X(06).
       01 LK-LIB-RGC             PIC X(40).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-ACT,
                                LK-ETP-A,
                                LK-ETP-B,
                                LK-LIB-RGC,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-ETP-A   TO PG-ETP-A.
           MOVE LK-ETP-B   TO PG-ETP-B.
           MOVE LK-LIB-RGC TO PG-LIB-RGC.
           INSPECT PG-ETP-A CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT PG-ETP-B CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 0050-CTL-ETP-DEB
              THRU 0050-CTL-ETP-FIN.

           IF LK-MAJ-RET-FK-ERR
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN LK-ACT-AJU
                   PERFORM 0100-AJU-RGC-DEB
                      THRU 0100-AJU-RGC-FIN
               WHEN LK-ACT-SUP
                   PERFORM 0200-SUP-RGC-DEB
                      THRU 0200-SUP-RGC-FIN
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
           END-EVALUATE.

           IF LK-MAJ-RET-OK
               EXEC SQL COMMIT END-EXEC
               PERFORM 0500-APL-LOG-DEB
                  THRU 0500-APL-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Les deux étapes doivent être connues du catalogue et
      * distinctes ; elles sont ensuite rangées dans l'ordre
      * alphabétique (la règle est symétrique).
       0050-CTL-ETP-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ETP-NBE
                      OR WS-ETP-COD(WS-IDX) = PG-ETP-A
               CONTINUE
           END-PERFORM.

           IF WS-IDX > WS-ETP-NBE
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ETP-NBE
                      OR WS-ETP-COD(WS-IDX) = PG-ETP-B
               CONTINUE
           END-PERFORM.

           IF WS-IDX > WS-ETP-NBE OR PG-ETP-A = PG-ETP-B
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-ETP-A > PG-ETP-B
               MOVE PG-ETP-A   TO WS-ETP-ECH
               MOVE PG-ETP-B   TO PG-ETP-A
               MOVE WS-ETP-ECH TO PG-ETP-B
           END-IF.

       0050-CTL-ETP-FIN.

      *-----------------------------------------------------------------
       0100-AJU-RGC-DEB.

           MOVE 0 TO PG-NBR-RGC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-RGC
               FROM regle_conflit
               WHERE etape_a = :PG-ETP-A
                 AND etape_b = :PG-ETP-B
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-RGC > 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO regle_conflit (etape_a, etape_b, lib_rgc)
               VALUES (:PG-ETP-A, :PG-ETP-B, BTRIM(:PG-LIB-RGC))
           END-EXEC.

           IF SQLCODE = 0
               SET LK-MAJ-RET-OK TO TRUE
               STRING "Regle de conflit ajoutee : " DELIMITED BY SIZE
                      PG-ETP-A DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      PG-ETP-B DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-AJU-RGC-FIN.

      *-----------------------------------------------------------------
       0200-SUP-RGC-DEB.

           EXEC SQL
               DELETE FROM regle_conflit
               WHERE etape_a = :PG-ETP-A
                 AND etape_b = :PG-ETP-B
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET LK-MAJ-RET-OK TO TRUE
                   STRING "Regle de conflit supprimee : "
                          DELIMITED BY SIZE
                          PG-ETP-A DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          PG-ETP-B DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING
               WHEN 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
           END-EVALUATE.

       0200-SUP-RGC-FIN.

      *-----------------------------------------------------------------
       0500-APL-LOG-DEB.

           CALL "ajulog"
               USING
               WS-MSG-LOG
               WS-TYP-LOG
               G-UTI-ID
               WS-AJU-RET
           END-CALL.

       0500-APL-LOG-FIN.
