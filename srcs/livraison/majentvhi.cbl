      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui affecte à un fourgon de la flotte (table    *
      * vehicule_interne) le dépôt qui porte son stock embarqué        *
      * (colonne id_entrepot_vhi) : le fourgon devient un emplacement  *
      * de stock mobile, chargé le matin et vidé le soir par           *
      * "majstktou", et les ventes de la tournée ("ecrvcomp", tournée  *
      * renseignée) sortent de ce dépôt. Un dépôt n'est affecté qu'à   *
      * un seul fourgon. Journalisé via "ajulog".                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; ENT=ENTREPOT (DEPOT); VHI=VEHICULE INTERNE;   *
      * NBR=NOMBRE; IDF=IDENTIFIANT; UTI=UTILISATEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majentvhi.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-VHI             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-NBR-VHI             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de l'affectation.
       01 WS-IDF-VHI-EDT         PIC Z(10).
       01 WS-IDF-ENT-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "vehicule".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le fourgon et le dépôt qui porte son
      * stock embarqué.
       01 LK-IDF-VHI             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (fourgon inconnu), ER (dépôt à 0
      * ou déjà affecté à un autre fourgon) ou RO.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-VHI,
                                LK-IDF-ENT,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-ENT-DEB
                  THRU 0100-MAJ-ENT-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Un dépôt embarqué n'appartient qu'à un seul fourgon.
       0100-MAJ-ENT-DEB.

           MOVE LK-IDF-VHI TO PG-IDF-VHI.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.

           IF LK-IDF-ENT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-VHI
               FROM vehicule_interne
               WHERE id_entrepot_vhi = :PG-IDF-ENT
                 AND id_vhi <> :PG-IDF-VHI
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-VHI > 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE vehicule_interne
               SET id_entrepot_vhi = :PG-IDF-ENT
               WHERE id_vhi = :PG-IDF-VHI
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

                   MOVE PG-IDF-VHI TO WS-IDF-VHI-EDT
                   MOVE PG-IDF-ENT TO WS-IDF-ENT-EDT
                   STRING "fourgon " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-VHI-EDT)
                          DELIMITED BY SIZE
                          " : stock embarque au depot "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-ENT-EDT)
                          DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-ENT-FIN.
