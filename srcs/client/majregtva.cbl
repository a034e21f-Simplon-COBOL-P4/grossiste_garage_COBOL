      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réglage du régime de TVA d'un client         *
      * (colonnes regime_tva_cli, 0 France / 1 intracommunautaire / 2  *
      * export hors UE, et num_tva_cli, numéro de TVA                  *
      * intracommunautaire X(14), de la table client). Le régime 1     *
      * exige un numéro de TVA commençant par le code pays (2 lettres, *
      * autre que FR) : sans lui, code ER. Client inconnu : code FK.   *
      * Un client exonéré (1 avec numéro, 2) est valorisé sans TVA par *
      * "calprixpie" ; "ajufac" fige le régime sur la facture          *
      * (regime_tva_fac) et "edtfaccli" imprime la mention             *
      * d'exonération. L'ancienne et la nouvelle valeur sont écrites   *
      * dans l'historique des champs ("ajuhch") dans la même           *
      * transaction. Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; REG=REGIME; TVA=TAXE SUR LA VALEUR AJOUTEE;   *
      * CLI=CLIENT; NUM=NUMERO; PAY=PAYS; IDF=IDENTIFIANT;             *
      * UTI=UTILISATEUR; ANC=ANCIEN; HCH=HISTORIQUE DE CHAMP;          *
      * MSG=MESSAGE; CTL=CONTROLE.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majregtva.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-REG-TVA             PIC 9(01).
       01 PG-NUM-TVA             PIC X(14).
       01 PG-ANC-REG             PIC 9(01).
       01 PG-ANC-NUM             PIC X(14).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code pays en tête du numéro de TVA intracommunautaire.
       01 WS-NUM-TVA             PIC X(14).
       01 WS-NUM-TVA-DEC REDEFINES WS-NUM-TVA.
           05 WS-PAY-TVA         PIC X(02).
           05 FILLER             PIC X(12).

      * Historique des champs ("ajuhch") du régime et du numéro.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log du réglage.
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "regime_tva".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, son régime de TVA (0 France,
      * 1 intracommunautaire, 2 export hors UE) et son numéro de TVA
      * intracommunautaire (blanc admis hors régime 1).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-REG-TVA             PIC 9(01).
       01 LK-NUM-TVA             PIC X(14).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (client inconnu), ER (régime ou
      * numéro invalide, erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-REG-TVA,
                                LK-NUM-TVA,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-REG-DEB
              THRU 0100-CTL-REG-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-REG-DEB
                  THRU 0200-MAJ-REG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Régime 0 à 2 ; en régime 1, numéro de TVA obligatoire, préfixé
      * du code pays d'un autre État membre.
       0100-CTL-REG-DEB.

           MOVE FUNCTION UPPER-CASE(LK-NUM-TVA) TO WS-NUM-TVA.

           IF LK-REG-TVA > 2
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-REG-TVA = 1
               IF WS-PAY-TVA IS NOT ALPHABETIC
                  OR WS-PAY-TVA = SPACES
                  OR WS-PAY-TVA = "FR"
                  OR WS-NUM-TVA(3:12) = SPACES
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.

       0100-CTL-REG-FIN.

      *-----------------------------------------------------------------
      * Porte le régime et le numéro sur la fiche avec leur historique
      * de champ, d'un seul COMMIT, puis journalise.
       0200-MAJ-REG-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-REG-TVA TO PG-REG-TVA.
           MOVE WS-NUM-TVA TO PG-NUM-TVA.

           EXEC SQL
               SELECT COALESCE(regime_tva_cli, 0),
                      COALESCE(num_tva_cli, ' ')
               INTO :PG-ANC-REG, :PG-ANC-NUM
               FROM client
               WHERE id_cli = :PG-IDF-CLI
                 AND supprime_le = ''
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
               SET regime_tva_cli = :PG-REG-TVA,
                   num_tva_cli    = :PG-NUM-TVA
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI       TO WS-HCH-CLI.
           MOVE "regime_tva_cli" TO WS-HCH-CHP.
           MOVE PG-ANC-REG       TO WS-HCH-ANC.
           MOVE PG-REG-TVA       TO WS-HCH-NOU.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

           IF WS-HCH-AJU-RET-OK AND PG-ANC-NUM NOT = PG-NUM-TVA
               INITIALIZE WS-HCH
               MOVE PG-IDF-CLI    TO WS-HCH-CLI
               MOVE "num_tva_cli" TO WS-HCH-CHP
               MOVE PG-ANC-NUM    TO WS-HCH-ANC
               MOVE PG-NUM-TVA    TO WS-HCH-NOU

               CALL "ajuhch"
                   USING
                   WS-HCH
                   WS-HCH-AJU-RET
               END-CALL
           END-IF.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "regime TVA du client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " regle a " DELIMITED BY SIZE
                  PG-REG-TVA DELIMITED BY SIZE
                  " (n. TVA " DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NUM-TVA) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-REG-FIN.
