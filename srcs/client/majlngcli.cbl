      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie de la langue d'un client (colonne     *
      * langue_cli, FR à défaut) : langue dans laquelle sont imprimés  *
      * ses documents (factures, bons de livraison, avoirs, relevés,   *
      * relances, devis). Codes admis : FR, NL, DE, ES, EN, IT (code   *
      * ER sinon), client inconnu : code FK. L'ancienne et la nouvelle *
      * valeur sont écrites dans l'historique des champs ("ajuhch")    *
      * dans la même transaction. Journalisé via "ajulog".             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; LNG=LANGUE; CLI=CLIENT; IDF=IDENTIFIANT;      *
      * UTI=UTILISATEUR; ANC=ANCIEN; HCH=HISTORIQUE DE CHAMP.          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majlngcli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-LNG-CLI             PIC X(02).
       01 PG-ANC-LNG             PIC X(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Langues dans lesquelles les documents client sont imprimés.
       01 WS-LNG-CLI             PIC X(02).
           88 WS-LNG-CLI-OK                  VALUE "FR" "NL" "DE"
                                                   "ES" "EN" "IT".

      * Historique des champs ("ajuhch") de la langue.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log du réglage.
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "langue_cli".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client et son code langue.
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-LNG-CLI             PIC X(02).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (client inconnu), ER (langue
      * inconnue ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-LNG-CLI,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE FUNCTION UPPER-CASE(LK-LNG-CLI) TO WS-LNG-CLI.

           IF NOT WS-LNG-CLI-OK
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.

           PERFORM 0100-MAJ-LNG-DEB
              THRU 0100-MAJ-LNG-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Porte la langue sur la fiche avec son historique de champ,
      * d'un seul COMMIT, puis journalise.
       0100-MAJ-LNG-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE WS-LNG-CLI TO PG-LNG-CLI.

           EXEC SQL
               SELECT COALESCE(langue_cli, 'FR')
               INTO :PG-ANC-LNG
               FROM client
               WHERE id_cli = :PG-IDF-CLI
               FOR UPDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               UPDATE client
               SET langue_cli = :PG-LNG-CLI
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI   TO WS-HCH-CLI.
           MOVE "langue_cli" TO WS-HCH-CHP.
           MOVE PG-ANC-LNG   TO WS-HCH-ANC.
           MOVE PG-LNG-CLI   TO WS-HCH-NOU.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           STRING "Langue du client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " reglee a " DELIMITED BY SIZE
                  PG-LNG-CLI DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0100-MAJ-LNG-FIN.
