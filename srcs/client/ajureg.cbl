      * (solde_cli) du montant réglé — l'opération inverse de celle    *
      * que fait "majliv" quand une livraison sortante se termine.     *
      * L'ensemble (règlement, imputations, solde) est validé par un   *
      * unique COMMIT, et journalisé via "ajulog". Le règlement est    *
      * acquis à la société de travail (id_soc) et ne s'impute que sur *
      * les factures de cette société.                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; REG=REGLEMENT; CLI=CLIENT; FAC=FACTURE;             *
      * MNT=MONTANT; IMP=IMPUTATION; RST=RESTE; SLD=SOLDE; DAT=DATE;   *
      * MOD=MODE; REF=REFERENCE; IDF=IDENTIFIANT; CUR=CURSEUR;         *
      * LCT=LECTURE; ETT=ETAT; SOC=SOCIETE.                            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MNT-ESC            PIC 9(10)V99.
       01 PG-IDF-REG-ESC        PIC 9(10).
       01 PG-REF-ESC            PIC X(20).
      * Société de travail : le règlement lui est acquis et ne
      * s'impute que sur ses factures.
       01 PG-IDF-SOC            PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                       ON rf.id_fac = f.id_fac
               WHERE f.id_cli = :PG-IDF-CLI
                 AND COALESCE(f.perte_fac, 0) = 0
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               GROUP BY f.id_fac, f.mnt_ttc_fac, f.date_fac
               HAVING f.mnt_ttc_fac
                          - COALESCE(SUM(rf.mnt_imp_reg), 0) > 0
           88 WS-ROL-RET-OK                 VALUE 0.
           88 WS-ROL-RET-REF                VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée.
       01 LK-IDF-CLI                 PIC 9(10).
           MOVE LK-MNT-REG    TO PG-MNT-REG.
           MOVE LK-REF-REG    TO PG-REF-REG.
           MOVE LK-MNT-REG    TO WS-MNT-RST.
           MOVE G-SOC-ID      TO PG-IDF-SOC.
           SET WS-ETT-ERR-NON TO TRUE.

           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

      * Conditions d'escompte du client (0 = pas d'escompte). Un
      * reglement de mode ESCOMPTE ou AVOIR n'ouvre pas droit a
      * l'escompte (lignes de regularisation), pas plus qu'un

           EXEC SQL
               INSERT INTO reglement
                   (id_cli, date_reg, mode_reg, mnt_reg, ref_reg,
                    id_soc)
               VALUES
                   (:PG-IDF-CLI, :PG-DAT-REG, :PG-MOD-REG,
                    :PG-MNT-REG, :PG-REF-REG, :PG-IDF-SOC)
               RETURNING id_reg INTO :PG-IDF-REG
           END-EXEC.


           EXEC SQL
               INSERT INTO reglement
                   (id_cli, date_reg, mode_reg, mnt_reg, ref_reg,
                    id_soc)
               VALUES
                   (:PG-IDF-CLI, :PG-DAT-REG, 'ESCOMPTE',
                    :PG-MNT-ESC, :PG-REF-ESC, :PG-IDF-SOC)
               RETURNING id_reg INTO :PG-IDF-REG-ESC
           END-EXEC.

