      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réglage de la garantie d'assurance-crédit    *
      * d'un client : montant garanti par l'assureur (colonne          *
      * assur_plf_cli, 0 = garantie retirée), date de la décision      *
      * (assur_dat_cli) et référence de la décision chez l'assureur    *
      * (assur_ref_cli). L'assureur peut réduire ou retirer sa         *
      * garantie à tout moment : l'ancien et le nouveau montant sont   *
      * écrits dans l'historique des champs ("ajuhch") dans la même    *
      * transaction, et l'ancien montant est rendu à l'appelant        *
      * (saisie de l'écran "ecrass" ou import du fichier de décisions  *
      * par "impdecass"). Client inconnu : code FK ; date invalide :   *
      * code ER. Journalisé via "ajulog".                              *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; ASS=ASSURANCE-CREDIT; CLI=CLIENT; PLF=PLAFOND *
      * GARANTI; DAT=DATE; REF=REFERENCE; ANC=ANCIEN; ANN=ANNEE;       *
      * MOI=MOIS; JOU=JOUR; SP=SEPARATEUR; HCH=HISTORIQUE DE CHAMP;    *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majasscli.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-PLF-ASS             PIC 9(08)V99.
       01 PG-DAT-ASS             PIC X(10).
       01 PG-REF-ASS             PIC X(20).
       01 PG-ANC-PLF             PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Date de décision saisie (AAAA-MM-JJ), contrôlée avant
      * écriture ; à blanc, la date du jour.
       01 WS-DAT-ASS.
           05 WS-DAT-ASS-ANN      PIC X(04).
           05 WS-DAT-ASS-SP1      PIC X(01).
           05 WS-DAT-ASS-MOI      PIC X(02).
           05 WS-DAT-ASS-SP2      PIC X(01).
           05 WS-DAT-ASS-JOU      PIC X(02).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC X(04).
           05 WS-MOI-JOU          PIC X(02).
           05 WS-JOU-JOU          PIC X(02).

      * Historique des champs ("ajuhch") du montant garanti.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.
       01 WS-PLF-EDT             PIC Z(07)9.99.

      * Message et type de log du réglage.
       01 WS-IDF-CLI-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "assurance".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, le montant garanti par
      * l'assureur (0 = garantie retirée), la date de la décision
      * (AAAA-MM-JJ, à blanc = aujourd'hui) et la référence de la
      * décision chez l'assureur.
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-PLF-ASS             PIC 9(08)V99.
       01 LK-DAT-ASS             PIC X(10).
       01 LK-REF-ASS             PIC X(20).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : le montant garanti avant la décision,
      * OK, FK (client inconnu), ER (date invalide ou erreur SQL), RO
      * (droits).
       01 LK-ANC-PLF             PIC 9(08)V99.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-PLF-ASS,
                                LK-DAT-ASS,
                                LK-REF-ASS,
                                LK-IDF-UTI,
                                LK-ANC-PLF,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE 0 TO LK-ANC-PLF.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-DAT-DEB
              THRU 0100-CTL-DAT-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-ASS-DEB
                  THRU 0200-MAJ-ASS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Date de décision AAAA-MM-JJ (mois 01 à 12, jour 01 à 31) ; à
      * blanc, la date du jour.
       0100-CTL-DAT-DEB.

           SET LK-MAJ-RET-OK TO TRUE.

           IF LK-DAT-ASS = SPACES
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-DAT-ASS-ANN
               MOVE "-"        TO WS-DAT-ASS-SP1
               MOVE WS-MOI-JOU TO WS-DAT-ASS-MOI
               MOVE "-"        TO WS-DAT-ASS-SP2
               MOVE WS-JOU-JOU TO WS-DAT-ASS-JOU
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-DAT-ASS TO WS-DAT-ASS.

           IF WS-DAT-ASS-ANN IS NOT NUMERIC
                   OR WS-DAT-ASS-MOI IS NOT NUMERIC
                   OR WS-DAT-ASS-JOU IS NOT NUMERIC
                   OR WS-DAT-ASS-SP1 NOT = "-"
                   OR WS-DAT-ASS-SP2 NOT = "-"
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-DAT-ASS-MOI < "01" OR WS-DAT-ASS-MOI > "12"
                   OR WS-DAT-ASS-JOU < "01" OR WS-DAT-ASS-JOU > "31"
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-CTL-DAT-FIN.

      *-----------------------------------------------------------------
      * Porte la décision de l'assureur sur la fiche avec l'historique
      * du montant garanti, d'un seul COMMIT, puis journalise.
       0200-MAJ-ASS-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-PLF-ASS TO PG-PLF-ASS.
           MOVE WS-DAT-ASS TO PG-DAT-ASS.
           MOVE LK-REF-ASS TO PG-REF-ASS.

           EXEC SQL
               SELECT COALESCE(assur_plf_cli, 0)
               INTO :PG-ANC-PLF
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

           MOVE PG-ANC-PLF TO LK-ANC-PLF.

           EXEC SQL
               UPDATE client
               SET assur_plf_cli = :PG-PLF-ASS,
                   assur_dat_cli = CAST(:PG-DAT-ASS AS DATE),
                   assur_ref_cli = :PG-REF-ASS
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-CLI      TO WS-HCH-CLI.
           MOVE "assur_plf_cli" TO WS-HCH-CHP.
           MOVE PG-REF-ASS      TO WS-HCH-CLE.
           MOVE PG-ANC-PLF      TO WS-PLF-EDT.
           MOVE WS-PLF-EDT      TO WS-HCH-ANC.
           MOVE PG-PLF-ASS      TO WS-PLF-EDT.
           MOVE WS-PLF-EDT      TO WS-HCH-NOU.

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
           MOVE PG-PLF-ASS TO WS-PLF-EDT.
           STRING "garantie assurance-credit du client "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-CLI-EDT) DELIMITED BY SIZE
                  " reglee a " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLF-EDT) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(PG-REF-ASS) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-ASS-FIN.
