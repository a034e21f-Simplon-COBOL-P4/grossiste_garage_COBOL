      * inscrit le bordereau au registre des documents via "ajudoc".   *
      * Un règlement déjà remis, ou qui n'est pas un chèque, fait      *
      * échouer toute la remise (rien n'est estampillé). Le tout est   *
      * validé d'un seul COMMIT et journalisé via "ajulog". Une remise *
      * ne porte que des chèques de la société de travail (id_soc du   *
      * règlement), un chèque d'une autre société la fait échouer ; le *
      * compteur reste commun aux sociétés pour que le numéro de       *
      * remise identifie seul le crédit au relevé.                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; BRD=BORDEREAU; BNQ=BANQUE; CHQ=CHEQUE;         *
      * REG=REGLEMENT; REM=REMISE; NUM=NUMERO; CPT=COMPTEUR;           *
      * MNT=MONTANT; TOT=TOTAL; FIC=FICHIER; LGN=LIGNE; NBR=NOMBRE;    *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; DOC=DOCUMENT; IDX=INDEX;     *
      * SOC=SOCIETE.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-REF-REG              PIC X(20).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-DAT-JOU              PIC X(10).
      * Société de travail : la remise ne porte que ses chèques.
       01 PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : les règlements cochés pour la remise.
       01 LK-NBR-REG              PIC 9(02).
           SET WS-ETT-ERR-NON TO TRUE.
           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           PERFORM 0100-NUM-REM-DEB
              THRU 0100-NUM-REM-FIN.

               WHERE r.id_reg = :PG-IDF-REG
                 AND UPPER(BTRIM(r.mode_reg)) = 'CHEQUE'
                 AND r.num_remise_bnq IS NULL
                 AND COALESCE(r.id_soc, 1) = :PG-IDF-SOC
           END-EXEC.

           IF SQLCODE NOT = 0
