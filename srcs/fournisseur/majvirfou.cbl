      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de confirmation d'une remise de virements SEPA  *
      * aux fournisseurs : quand le relevé bancaire confirme le débit  *
      * de la remise, chaque virement "émis" (statut 0) de la date     *
      * d'exécution est comptabilisé par "ajuregfou" - mode VIREMENT,  *
      * référence = "VIR " + date d'exécution - donc imputé sur les    *
      * factures rapprochées de l'échéance la plus ancienne à la plus  *
      * récente et déduit du solde dû au fournisseur, exactement       *
      * comme un paiement saisi - puis passé "confirmé" (1). Un        *
      * virement dont la comptabilisation échoue reste "émis" pour     *
      * être repris.                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; VIR=VIREMENT; REM=REMISE; DAT=DATE;           *
      * EXE=EXECUTION; FOU=FOURNISSEUR; MNT=MONTANT; REG=REGLEMENT;    *
      * CFM=CONFIRMATION; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT;          *
      * NBR=NOMBRE; IDF=IDENTIFIANT; UTI=UTILISATEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majvirfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-EXE             PIC X(10).
       01 PG-IDF-VIR             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-MNT-VIR             PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Virements émis de la remise à confirmer.
       EXEC SQL
           DECLARE CUR-CFM CURSOR FOR
               SELECT id_vir, id_fou, mnt_vir
               FROM virement_fournisseur
               WHERE date_exec_vir = :PG-DAT-EXE
                 AND statut_vir = 0
               ORDER BY id_vir
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Positionné à OUI à la première erreur SQL.
       01 WS-ETT-ERR             PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Arguments de l'appel à "ajuregfou".
       01 WS-DAT-REG             PIC X(10).
       01 WS-MOD-REG             PIC X(10) VALUE "VIREMENT".
       01 WS-MNT-REG             PIC 9(10)V99.
       01 WS-REF-REG             PIC X(20).
       01 WS-IDF-REG             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-REG==.

       01 WS-NBR-CFM             PIC 9(05) VALUE 0.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la date d'exécution de la remise
      * confirmée par le relevé bancaire.
       01 LK-DAT-EXE             PIC X(10).
      * Identifiant de l'utilisateur connecté, pour les logs.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : nombre de virements comptabilisés.
       01 LK-NBR-CFM             PIC 9(05).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-DAT-EXE,
                                LK-IDF-UTI,
                                LK-NBR-CFM,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE 0 TO LK-NBR-CFM.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-DAT-EXE TO PG-DAT-EXE.
           MOVE LK-DAT-EXE TO WS-DAT-REG.
           MOVE SPACES TO WS-REF-REG.
           STRING "VIR " DELIMITED BY SIZE
                  LK-DAT-EXE DELIMITED BY SIZE
                  INTO WS-REF-REG
           END-STRING.
           SET WS-ETT-ERR-NON TO TRUE.

           EXEC SQL OPEN CUR-CFM END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-CFM
                   INTO :PG-IDF-VIR, :PG-IDF-FOU, :PG-MNT-VIR
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN OTHER
                       PERFORM 0100-CFM-VIR-DEB
                          THRU 0100-CFM-VIR-FIN
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-CFM END-EXEC.

           IF WS-ETT-ERR-OUI
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               MOVE WS-NBR-CFM TO LK-NBR-CFM
               SET LK-MAJ-RET-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Comptabilise un virement par "ajuregfou" (qui commit son
      * écriture), puis le passe "confirmé". Un échec de "ajuregfou"
      * laisse le virement "émis" pour reprise.
       0100-CFM-VIR-DEB.

           MOVE PG-MNT-VIR TO WS-MNT-REG.

           CALL "ajuregfou"
               USING
               PG-IDF-FOU
               WS-DAT-REG
               WS-MOD-REG
               WS-MNT-REG
               WS-REF-REG
               LK-IDF-UTI
               WS-IDF-REG
               WS-REG-AJU-RET
           END-CALL.

           IF NOT WS-REG-AJU-RET-OK
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE virement_fournisseur
               SET statut_vir = 1,
                   id_reg_fou = :WS-IDF-REG
               WHERE id_vir = :PG-IDF-VIR
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-CFM
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0100-CFM-VIR-FIN.
