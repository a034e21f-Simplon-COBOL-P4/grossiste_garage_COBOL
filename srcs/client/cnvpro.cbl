      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de conversion d'un prospect en client, dernière *
      * étape de l'ouverture de compte : le dossier (lu par "lirpro")  *
      * doit être complet - Kbis reçu, RIB (IBAN) et mandat SEPA       *
      * saisis, plafond de crédit accordé par l'administrateur. Le     *
      * client est créé par "ajucli" (contrôles et détection de        *
      * doublon habituels, "O" pour forcer), au plafond accordé ; il   *
      * est rattaché au représentant du prospect ("majrepcli") et      *
      * reçoit son mandat SEPA ("majmdtcli"). Le prospect passe au     *
      * statut converti avec le client créé et la date de conversion,  *
      * qui alimente l'édition "edtcnvpro". Journalisé via "ajulog".   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CNV=CONVERSION; PRO=PROSPECT; CLI=CLIENT; DUP=DOUBLON;         *
      * FRC=FORCER; CTL=CONTROLE; DOS=DOSSIER; CRE=CREATION;           *
      * REP=REPRESENTANT; MDT=MANDAT; KBS=KBIS; RUM=REFERENCE UNIQUE   *
      * DE MANDAT; PLF=PLAFOND; ACC=ACCORDE; VIS=VISITE; NBE=NOMBRE    *
      * D'ENTREES; EML=MAIL; VIL=VILLE; ADR=ADRESSE; COP=CODE POSTAL;  *
      * EDT=EDITION; IDF=IDENTIFIANT; UTI=UTILISATEUR.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnvpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-NOM-CLI             PIC X(80).
       01 PG-COP-CLI             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

      * Dossier du prospect ("lirpro").
       COPY dospro REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-NOM-REP             PIC X(50).
       01 WS-TAB-VIS.
           05 WS-VIS             OCCURS 5 TIMES.
               10 WS-VIS-DAT     PIC X(10).
               10 WS-VIS-CR      PIC X(70).
       77 WS-NBE-VIS             PIC 9(02).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS==.

      * Arguments de la création du client ("ajucli"), aux longueurs
      * de la fiche client.
       01 WS-NOM-CLI             PIC X(80).
       01 WS-EML-CLI             PIC X(160).
       01 WS-VIL-CLI             PIC X(80).
       01 WS-ADR-CLI             PIC X(160).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-CLI==.

      * Rattachement au représentant ("majrepcli") et mandat SEPA
      * ("majmdtcli") du nouveau client.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-REP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-MDT==.

      * Message et type de log de la conversion.
       01 WS-IDF-PRO-EDT         PIC Z(10).
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "prospect".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Argument d'entrée : le prospect à convertir, et "O" pour
      * forcer la création malgré un client similaire existant.
       01 LK-IDF-PRO             PIC 9(10).
       01 LK-FRC-DUP             PIC X(01).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : le client créé, ou le client similaire
      * trouvé par "ajucli" (retour DUP).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-DUP             PIC 9(10).
       01 LK-NOM-DUP             PIC X(80).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PRO,
                                LK-FRC-DUP,
                                LK-IDF-UTI,
                                LK-IDF-CLI,
                                LK-IDF-DUP,
                                LK-NOM-DUP,
                                LK-AJU-RET.

           MOVE SPACES TO LK-AJU-RET.
           MOVE 0 TO LK-IDF-CLI.
           MOVE 0 TO LK-IDF-DUP.
           MOVE SPACES TO LK-NOM-DUP.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-DOS-DEB
              THRU 0100-CTL-DOS-FIN.

           IF LK-AJU-RET = SPACES
               PERFORM 0200-CRE-CLI-DEB
                  THRU 0200-CRE-CLI-FIN
           END-IF.

           IF LK-AJU-RET = SPACES
               PERFORM 0300-FIN-CNV-DEB
                  THRU 0300-FIN-CNV-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Le dossier doit être complet : prospect ni converti ni perdu,
      * Kbis reçu, RIB (IBAN) et mandat SEPA saisis, plafond de crédit
      * accordé par l'administrateur.
       0100-CTL-DOS-DEB.

           INITIALIZE WS-PRO.
           MOVE LK-IDF-PRO TO WS-PRO-IDF.
           MOVE 5 TO WS-NBE-VIS.

           CALL "lirpro"
               USING
               WS-PRO
               WS-NOM-REP
               WS-TAB-VIS
               WS-NBE-VIS
               WS-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-LIR-RET-VID
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN NOT WS-LIR-RET-OK
                   SET LK-AJU-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF WS-PRO-STA-CNV OR WS-PRO-STA-PER
                   OR WS-PRO-KBS NOT = "O"
                   OR WS-PRO-IBAN = SPACES
                   OR WS-PRO-RUM = SPACES
                   OR WS-PRO-DAT-SIG = SPACES
                   OR NOT WS-PRO-PLF-ACD
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0100-CTL-DOS-FIN.

      *-----------------------------------------------------------------
      * Création du client par "ajucli" (contrôles et détection de
      * doublon habituels), au plafond accordé ; puis recherche de son
      * identifiant, comme "impcmdweb".
       0200-CRE-CLI-DEB.

           MOVE WS-PRO-NOM TO WS-NOM-CLI.
           MOVE WS-PRO-EML TO WS-EML-CLI.
           MOVE WS-PRO-VIL TO WS-VIL-CLI.
           MOVE WS-PRO-ADR TO WS-ADR-CLI.

           CALL "ajucli"
               USING
               WS-NOM-CLI
               WS-EML-CLI
               WS-PRO-IND
               WS-PRO-TEL
               WS-PRO-COP
               WS-VIL-CLI
               WS-ADR-CLI
               WS-PRO-PLF-ACC
               LK-FRC-DUP
               LK-IDF-DUP
               LK-NOM-DUP
               WS-CLI-AJU-RET
           END-CALL.

           EVALUATE TRUE
               WHEN WS-CLI-AJU-RET-OK
                   CONTINUE
               WHEN WS-CLI-AJU-RET-DUP
                   SET LK-AJU-RET-DUP TO TRUE
                   EXIT PARAGRAPH
               WHEN WS-CLI-AJU-RET-ROL-ERR
                   SET LK-AJU-RET-ROL-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   SET LK-AJU-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE WS-NOM-CLI TO PG-NOM-CLI.
           MOVE WS-PRO-COP TO PG-COP-CLI.

           EXEC SQL
               SELECT id_cli INTO :PG-IDF-CLI
               FROM client
               WHERE LOWER(nom_cli) = LOWER(:PG-NOM-CLI)
                 AND cp_cli = :PG-COP-CLI
               ORDER BY id_cli DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-CLI TO LK-IDF-CLI.

       0200-CRE-CLI-FIN.

      *-----------------------------------------------------------------
      * Le nouveau client reprend le représentant et le mandat SEPA du
      * dossier ; le prospect passe au statut converti, avec le client
      * créé et la date. Un rattachement ou un mandat refusé n'annule
      * pas la création du client : il est signalé dans le log pour
      * être repris sur la fiche client.
       0300-FIN-CNV-DEB.

           SET WS-REP-MAJ-RET-OK TO TRUE.
           IF WS-PRO-REP NOT = 0
               CALL "majrepcli"
                   USING
                   LK-IDF-CLI
                   WS-PRO-REP
                   LK-IDF-UTI
                   WS-REP-MAJ-RET
               END-CALL
           END-IF.

           CALL "majmdtcli"
               USING
               LK-IDF-CLI
               WS-PRO-IBAN
               WS-PRO-RUM
               WS-PRO-DAT-SIG
               LK-IDF-UTI
               WS-MDT-MAJ-RET
           END-CALL.

           MOVE LK-IDF-PRO TO PG-IDF-PRO.

           EXEC SQL
               UPDATE prospect
               SET statut_pro = 3,
                   id_cli = :PG-IDF-CLI,
                   date_cnv_pro = CURRENT_DATE
               WHERE id_pro = :PG-IDF-PRO
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           SET LK-AJU-RET-OK TO TRUE.

           MOVE LK-IDF-PRO TO WS-IDF-PRO-EDT.
           MOVE LK-IDF-CLI TO WS-IDF-CLI-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "[" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PRO-EDT) DELIMITED BY SIZE
                  "] Prospect converti en client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           IF NOT WS-REP-MAJ-RET-OK
               STRING FUNCTION TRIM(WS-MSG-LOG) DELIMITED BY SIZE
                      ", representant a rattacher" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           IF NOT WS-MDT-MAJ-RET-OK
               STRING FUNCTION TRIM(WS-MSG-LOG) DELIMITED BY SIZE
                      ", mandat SEPA a saisir" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-FIN-CNV-FIN.
