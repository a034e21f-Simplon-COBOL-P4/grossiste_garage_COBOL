      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme qui enregistre un paiement fait à un fournisseur     *
      * (date, mode, montant, référence - table                        *
      * reglement_fournisseur), l'impute sur ses factures              *
      * "rapprochées, bonnes à payer" (statut 1) de l'échéance la plus *
      * ancienne à la plus récente (lignes reglement_ffou), passe      *
      * "soldée" (2) chaque facture dont le reste dû tombe à zéro, et  *
      * décrémente le solde dû au fournisseur (solde_fou) du montant   *
      * payé - le pendant fournisseur de "ajureg". Une facture encore  *
      * au statut "saisie" (écarts de rapprochement non levés) ne      *
      * reçoit jamais d'imputation. L'ensemble est validé par un       *
      * unique COMMIT et journalisé via "ajulog". Montants dans la     *
      * devise du fournisseur, comme ses factures.                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; REG=REGLEMENT; FOU=FOURNISSEUR; FAC=FACTURE;        *
      * MNT=MONTANT; IMP=IMPUTATION; RST=RESTE; SLD=SOLDE; DAT=DATE;   *
      * MOD=MODE; REF=REFERENCE; IDF=IDENTIFIANT; CUR=CURSEUR;         *
      * LCT=LECTURE; ETT=ETAT; INI=INITIALISATION; VAR=VARIABLE.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuregfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU            PIC 9(10).
       01 PG-DAT-REG            PIC X(10).
       01 PG-MOD-REG            PIC X(10).
       01 PG-MNT-REG            PIC 9(10)V99.
       01 PG-REF-REG            PIC X(20).
       01 PG-IDF-REG            PIC 9(10).
      * Une facture payable du fournisseur et son reste dû (curseur).
       01 PG-IDF-FAC            PIC 9(10).
       01 PG-RST-FAC            PIC S9(10)V99.
      * Montant imputé sur la facture en cours.
       01 PG-MNT-IMP            PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Factures payables du fournisseur (rapprochées, reste dû
      * positif), de l'échéance la plus ancienne à la plus récente :
      * l'imputation suit cet ordre.
       EXEC SQL
           DECLARE CUR-FAC-PAY CURSOR FOR
               SELECT f.id_fac_fou,
                      f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                          - COALESCE(SUM(rf.mnt_imp_ffou), 0)
               FROM facture_fournisseur f
                   LEFT JOIN reglement_ffou rf
                       ON rf.id_fac_fou = f.id_fac_fou
               WHERE f.id_fou = :PG-IDF-FOU
                 AND f.statut_ffou = 1
               GROUP BY f.id_fac_fou, f.mnt_ht_ffou, f.mnt_tva_ffou,
                        f.date_ech_ffou, f.date_fac_fou
               HAVING f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                          - COALESCE(SUM(rf.mnt_imp_ffou), 0) > 0
               ORDER BY COALESCE(f.date_ech_ffou, f.date_fac_fou),
                        f.id_fac_fou
       END-EXEC.

      * Montant du paiement restant à imputer.
       01 WS-MNT-RST            PIC 9(10)V99.

       01 WS-ETT-LCT            PIC 9(01).
           88 WS-ETT-LCT-ENC                VALUE 0.
           88 WS-ETT-LCT-FIN                VALUE 1.

      * Positionné à OUI à la première erreur SQL : tout est annulé.
       01 WS-ETT-ERR            PIC 9(01).
           88 WS-ETT-ERR-NON                VALUE 0.
           88 WS-ETT-ERR-OUI                VALUE 1.

      * Message et type de log de l'enregistrement du paiement.
       01 WS-MNT-REG-EDT        PIC Z(08)9.99.
       01 WS-IDF-FOU-EDT        PIC Z(10).
       01 WS-MSG-LOG            PIC X(100).
       01 WS-TYP-LOG            PIC X(12) VALUE "regfou".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Controle de periode comptable close ("ctlper") sur la date
      * du paiement saisi.
       01 WS-BLQ-PER            PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PER==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ            PIC 9(01) VALUE 0.
       01 WS-ROL-RET            PIC 9(01).
           88 WS-ROL-RET-OK                 VALUE 0.
           88 WS-ROL-RET-REF                VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-FOU                 PIC 9(10).
       01 LK-DAT-REG                 PIC X(10).
       01 LK-MOD-REG                 PIC X(10).
       01 LK-MNT-REG                 PIC 9(10)V99.
       01 LK-REF-REG                 PIC X(20).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI                 PIC 9(10).
      * Arguments de sortie.
       01 LK-IDF-REG                 PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-DAT-REG,
                                LK-MOD-REG,
                                LK-MNT-REG,
                                LK-REF-REG,
                                LK-IDF-UTI,
                                LK-IDF-REG,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE 0 TO LK-IDF-REG.

      *    Periode comptable close : un paiement date dans un
      *    arrete est refuse.
           CALL "ctlper"
               USING
               LK-DAT-REG
               WS-BLQ-PER
               WS-PER-LIR-RET
           END-CALL.

           IF WS-BLQ-PER = 1
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-INI-VAR-DEB
                  THRU 0100-INI-VAR-FIN

               PERFORM 0200-CRE-REG-DEB
                  THRU 0200-CRE-REG-FIN

               IF WS-ETT-ERR-NON
                   PERFORM 0300-IMP-FAC-DEB
                      THRU 0300-IMP-FAC-FIN
               END-IF

               IF WS-ETT-ERR-NON
                   PERFORM 0400-MAJ-SLD-DEB
                      THRU 0400-MAJ-SLD-FIN
               END-IF

               IF WS-ETT-ERR-NON
                   PERFORM 0500-FIN-REG-DEB
                      THRU 0500-FIN-REG-FIN
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-AJU-RET-ERR TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INI-VAR-DEB.
           MOVE LK-IDF-FOU    TO PG-IDF-FOU.
           MOVE LK-DAT-REG    TO PG-DAT-REG.
           MOVE LK-MOD-REG    TO PG-MOD-REG.
           MOVE LK-MNT-REG    TO PG-MNT-REG.
           MOVE LK-REF-REG    TO PG-REF-REG.
           MOVE LK-MNT-REG    TO WS-MNT-RST.
           SET WS-ETT-ERR-NON TO TRUE.
       0100-INI-VAR-FIN.

      *-----------------------------------------------------------------
      * Insère le paiement. Pas de COMMIT avant la fin : paiement,
      * imputations et solde sont validés ensemble.
       0200-CRE-REG-DEB.

           EXEC SQL
               INSERT INTO reglement_fournisseur
                   (id_fou, date_reg_fou, mode_reg_fou, mnt_reg_fou,
                    ref_reg_fou)
               VALUES
                   (:PG-IDF-FOU, :PG-DAT-REG, :PG-MOD-REG,
                    :PG-MNT-REG, :PG-REF-REG)
               RETURNING id_reg_fou INTO :PG-IDF-REG
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0200-CRE-REG-FIN.

      *-----------------------------------------------------------------
      * Impute le paiement sur les factures payables du fournisseur,
      * de l'échéance la plus ancienne à la plus récente, jusqu'à
      * épuisement du montant. Un excédent éventuel reste non imputé :
      * il vient quand même en déduction du solde dû (avance au
      * fournisseur, imputée sur ses prochaines factures à la main).
       0300-IMP-FAC-DEB.

           EXEC SQL OPEN CUR-FAC-PAY END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-ETT-ERR-OUI
                            OR WS-MNT-RST = 0
               EXEC SQL
                   FETCH CUR-FAC-PAY
                   INTO :PG-IDF-FAC, :PG-RST-FAC
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN OTHER
                       PERFORM 0350-IMP-UNE-FAC-DEB
                          THRU 0350-IMP-UNE-FAC-FIN
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-FAC-PAY END-EXEC.

       0300-IMP-FAC-FIN.

      *-----------------------------------------------------------------
      * Impute sur la facture courante le plus petit des deux montants
      * (reste dû de la facture, reste à imputer du paiement) ; une
      * facture entièrement couverte passe "soldée" (2).
       0350-IMP-UNE-FAC-DEB.

           IF PG-RST-FAC < WS-MNT-RST
               MOVE PG-RST-FAC TO PG-MNT-IMP
           ELSE
               MOVE WS-MNT-RST TO PG-MNT-IMP
           END-IF.

           EXEC SQL
               INSERT INTO reglement_ffou
                   (id_reg_fou, id_fac_fou, mnt_imp_ffou)
               VALUES
                   (:PG-IDF-REG, :PG-IDF-FAC, :PG-MNT-IMP)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT PG-MNT-IMP FROM WS-MNT-RST.

           IF PG-MNT-IMP = PG-RST-FAC
               EXEC SQL
                   UPDATE facture_fournisseur
                   SET statut_ffou = 2
                   WHERE id_fac_fou = :PG-IDF-FAC
               END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ETT-ERR-OUI TO TRUE
               END-IF
           END-IF.

       0350-IMP-UNE-FAC-FIN.

      *-----------------------------------------------------------------
      * Décrémente le solde dû au fournisseur du montant payé.
       0400-MAJ-SLD-DEB.

           EXEC SQL
               UPDATE fournisseur
               SET solde_fou = COALESCE(solde_fou, 0) - :PG-MNT-REG
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0400-MAJ-SLD-FIN.

      *-----------------------------------------------------------------
      * Valide le tout en une seule transaction et journalise.
       0500-FIN-REG-DEB.

           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE = 0
               MOVE PG-IDF-REG TO LK-IDF-REG
               SET LK-AJU-RET-OK TO TRUE

               MOVE PG-MNT-REG TO WS-MNT-REG-EDT
               MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT
               STRING "paiement de " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MNT-REG-EDT) DELIMITED BY SIZE
                      " au fournisseur " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   LK-IDF-UTI,
                                   WS-LOG-AJU-RET
               END-CALL
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0500-FIN-REG-FIN.
