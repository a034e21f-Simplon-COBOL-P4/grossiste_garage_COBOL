      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de traitement d'un rejet d'import à traiter     *
      * (table rejet_import, voir "ajurej") : action 1, rejet rejoué   *
      * avec succès depuis l'atelier "ecrrej" (statut 1, la ligne      *
      * corrigée remplace la ligne d'origine) ; action 2, rejet écarté *
      * (statut 2, commentaire obligatoire). L'utilisateur et la date  *
      * du traitement sont posés sur le rejet. Journalisé via          *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; REJ=REJET; ACT=ACTION; LGN=LIGNE;             *
      * COM=COMMENTAIRE; IDF=IDENTIFIANT; UTI=UTILISATEUR.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrej.
       AUTHOR. Benoit.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-REJ             PIC 9(10).
       01 PG-LGN-REJ             PIC X(300).
       01 PG-COM-REJ             PIC X(60).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log du traitement.
       01 WS-IDF-REJ-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "rejet_import".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le rejet, l'action (1 = rejoué,
      * 2 = écarté), la ligne corrigée (action 1) et le commentaire
      * (action 2).
       01 LK-IDF-REJ             PIC 9(10).
       01 LK-ACT-REJ             PIC 9(01).
       01 LK-LGN-REJ             PIC X(300).
       01 LK-COM-REJ             PIC X(60).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (rejet inconnu ou déjà traité),
      * ER (commentaire manquant ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-REJ,
                                LK-ACT-REJ,
                                LK-LGN-REJ,
                                LK-COM-REJ,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-REJ-DEB
                  THRU 0100-MAJ-REJ-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-MAJ-REJ-DEB.

           MOVE LK-IDF-REJ TO PG-IDF-REJ.
           MOVE LK-LGN-REJ TO PG-LGN-REJ.
           MOVE LK-COM-REJ TO PG-COM-REJ.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EVALUATE LK-ACT-REJ
               WHEN 1
                   EXEC SQL
                       UPDATE rejet_import
                       SET statut_rej = 1,
                           ligne_rej = :PG-LGN-REJ,
                           id_uti_trt = :PG-IDF-UTI,
                           date_trt = CURRENT_TIMESTAMP
                       WHERE id_rej = :PG-IDF-REJ
                         AND statut_rej = 0
                   END-EXEC

               WHEN 2
      * Mise à l'écart : le commentaire dit pourquoi la ligne ne
      * sera pas rejouée.
                   IF LK-COM-REJ = SPACES
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF

                   EXEC SQL
                       UPDATE rejet_import
                       SET statut_rej = 2,
                           commentaire_rej = :PG-COM-REJ,
                           id_uti_trt = :PG-IDF-UTI,
                           date_trt = CURRENT_TIMESTAMP
                       WHERE id_rej = :PG-IDF-REJ
                         AND statut_rej = 0
                   END-EXEC

               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE

                   MOVE PG-IDF-REJ TO WS-IDF-REJ-EDT
                   IF LK-ACT-REJ = 1
                       STRING "rejet d'import n. " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-REJ-EDT)
                              DELIMITED BY SIZE
                              " rejoue" DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   ELSE
                       STRING "rejet d'import n. " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-REJ-EDT)
                              DELIMITED BY SIZE
                              " ecarte : " DELIMITED BY SIZE
                              PG-COM-REJ DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   END-IF

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-REJ-FIN.
