      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie du SIREN d'un client (colonne         *
      * siren_cli), mention obligatoire des factures électroniques : 9 *
      * chiffres dont la clé de Luhn doit être juste (code ER sinon),  *
      * client inconnu : code FK. L'ancienne et la nouvelle valeur     *
      * sont écrites dans l'historique des champs ("ajuhch") dans la   *
      * même transaction. Tant que le SIREN manque, "genfel" bloque    *
      * les factures et avoirs du client (statut 2, liste des factures *
      * à corriger). Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; SIR=SIREN; CLI=CLIENT; IDF=IDENTIFIANT;       *
      * UTI=UTILISATEUR; ANC=ANCIEN; CHF=CHIFFRE; DBL=DOUBLE;          *
      * SOM=SOMME; LUH=CLE DE LUHN; RST=RESTE; QUO=QUOTIENT;           *
      * HCH=HISTORIQUE DE CHAMP; IDX=INDEX.                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majsircli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-SIR-CLI             PIC X(09).
       01 PG-ANC-SIR             PIC X(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Contrôle de la clé de Luhn du SIREN : chiffres de rang pair
      * (en partant de la gauche) doublés, puis somme multiple de 10.
       01 WS-SIR-NUM             PIC 9(09).
       01 WS-SIR-TAB REDEFINES WS-SIR-NUM.
           05 WS-SIR-CHF         PIC 9(01) OCCURS 9 TIMES.
       77 WS-IDX                 PIC 9(02).
       77 WS-CHF-DBL             PIC 9(02).
       77 WS-SOM-LUH             PIC 9(03).
       77 WS-RST-LUH             PIC 9(02).
       77 WS-QUO-LUH             PIC 9(03).

      * Historique des champs ("ajuhch") du SIREN.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log du réglage.
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "siren_cli".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client et son SIREN (9 chiffres).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-SIR-CLI             PIC X(09).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (client inconnu), ER (SIREN
      * invalide ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-SIR-CLI,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-SIR-DEB
              THRU 0100-CTL-SIR-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-SIR-DEB
                  THRU 0200-MAJ-SIR-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * SIREN de 9 chiffres dont la clé de Luhn est juste.
       0100-CTL-SIR-DEB.

           IF LK-SIR-CLI IS NOT NUMERIC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-SIR-CLI TO WS-SIR-NUM.
           MOVE 0 TO WS-SOM-LUH.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
               DIVIDE WS-IDX BY 2 GIVING WS-QUO-LUH
                   REMAINDER WS-RST-LUH
               IF WS-RST-LUH = 0
                   COMPUTE WS-CHF-DBL = WS-SIR-CHF(WS-IDX) * 2
                   IF WS-CHF-DBL > 9
                       SUBTRACT 9 FROM WS-CHF-DBL
                   END-IF
                   ADD WS-CHF-DBL TO WS-SOM-LUH
               ELSE
                   ADD WS-SIR-CHF(WS-IDX) TO WS-SOM-LUH
               END-IF
           END-PERFORM.

           DIVIDE WS-SOM-LUH BY 10 GIVING WS-QUO-LUH
               REMAINDER WS-RST-LUH.

           IF WS-RST-LUH NOT = 0 OR WS-SIR-NUM = 0
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               SET LK-MAJ-RET-OK TO TRUE
           END-IF.

       0100-CTL-SIR-FIN.

      *-----------------------------------------------------------------
      * Porte le SIREN sur la fiche avec son historique de champ, d'un
      * seul COMMIT, puis journalise.
       0200-MAJ-SIR-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-SIR-CLI TO PG-SIR-CLI.

           EXEC SQL
               SELECT COALESCE(siren_cli, ' ')
               INTO :PG-ANC-SIR
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
               SET siren_cli = :PG-SIR-CLI
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI  TO WS-HCH-CLI.
           MOVE "siren_cli" TO WS-HCH-CHP.
           MOVE PG-ANC-SIR  TO WS-HCH-ANC.
           MOVE PG-SIR-CLI  TO WS-HCH-NOU.

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
           STRING "SIREN du client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " regle a " DELIMITED BY SIZE
                  PG-SIR-CLI DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-SIR-FIN.
