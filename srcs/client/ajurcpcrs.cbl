      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réception des carcasses (vieilles pièces     *
      * rendues par le client sur une vente en échange standard) après *
      * inspection. La quantité rapportée s'impute sur les carcasses   *
      * dues par le client pour la pièce (carcasse_cli, inscrites à la *
      * facturation par "ajufac"), de la plus ancienne à la plus       *
      * récente, chaque imputation étant tracée dans carcasse_rcp.     *
      * Carcasse acceptée : un avoir est émis sur le compteur légal    *
      * (même séquence que "ajuretcli") pour la consigne facturée, TTC *
      * au taux de la facture, imputé par règlement de mode AVOIR sur  *
      * la facture qui portait la consigne, et le solde du client      *
      * redescend ; les carcasses acceptées attendent ensuite leur lot *
      * de retour au reconditionneur ("ajurcsfou"). Carcasse refusée   *
      * (hors d'usage, incomplète) : la dette est soldée sans          *
      * remboursement, la consigne reste acquise. Le tout est validé   *
      * d'un seul COMMIT et journalisé via "ajulog". L'avoir est émis  *
      * par la société de travail, sous son propre compteur            *
      * ("calnomcpt").                                                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RCP=RECEPTION; CRS=CARCASSE; CLI=CLIENT; PIE=PIECE; *
      * QTE=QUANTITE; ACC=ACCEPTEE; AVR=AVOIR; NUM=NUMERO;             *
      * MNT=MONTANT; FAC=FACTURE; REG=REGLEMENT; IMP=IMPUTATION;       *
      * RST=RESTE; OUV=OUVERTE; DUE=DUE; VAL=VALEUR; TVA=TAXE;         *
      * LGN=LIGNE; REF=REFERENCE; PER=PERIODE; BLQ=BLOQUE;             *
      * LCT=LECTURE; ETT=ETAT; UTI=UTILISATEUR; SOC=SOCIETE;           *
      * CPT=COMPTEUR; BAS=BASE.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajurcpcrs.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de role avant toute écriture en base.
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

      * Numero d'avoir formate pour la reference du reglement.
       01 WS-NUM-AVR-REF         PIC 9(08).
       01 WS-NOM-CPT-BAS         PIC X(20) VALUE "avoir".

      * Quantite restant a imputer sur les carcasses dues.
       01 WS-QTE-RST             PIC 9(10).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Message et type de log de la réception.
       01 WS-QTE-EDT             PIC Z(09)9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "carcasse".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-DUE             PIC 9(10).
      * Une ligne de carcasses dues (curseur CUR-CRS).
       01 PG-IDF-CRS             PIC 9(10).
       01 PG-IDF-FAC             PIC 9(10).
       01 PG-QTE-OUV             PIC 9(10).
       01 PG-VAL-CRS             PIC 9(06)V99.
       01 PG-TVA-CRS             PIC 9(02)V99.
      * Part de la reception imputee sur la ligne, et son credit.
       01 PG-QTE-IMP             PIC 9(10).
       01 PG-ACC-RCP             PIC 9(01).
       01 PG-NUM-AVR             PIC 9(08).
       01 PG-MNT-LGN             PIC 9(10)V99.
       01 PG-MNT-AVR             PIC 9(10)V99.
      * Imputation de l'avoir sur la facture qui avait porte la
      * consigne (meme modele que "ajuretcli").
       01 PG-MNT-RST             PIC 9(10)V99.
       01 PG-IDF-REG             PIC 9(10).
       01 PG-MNT-IMP             PIC 9(10)V99.
       01 PG-REF-AVR             PIC X(20).
       01 PG-IDF-UTI             PIC 9(10).
      * Société de travail, qui émet l'avoir sous son propre
      * compteur ("calnomcpt").
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NOM-CPT             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Carcasses dues par le client pour la piece, de la plus
      * ancienne a la plus recente : le retour solde d'abord la
      * consigne la plus ancienne.
       EXEC SQL
           DECLARE CUR-CRS CURSOR FOR
               SELECT id_crs, id_fac,
                      qte_crs - qte_rcp_crs - qte_rej_crs,
                      val_crs, taux_tva_crs
               FROM carcasse_cli
               WHERE id_cli = :PG-IDF-CLI
                 AND id_pie = :PG-IDF-PIE
                 AND qte_crs - qte_rcp_crs - qte_rej_crs > 0
               ORDER BY date_crs, id_crs
               FOR READ ONLY
       END-EXEC.

      * Controle de periode comptable close ("ctlper") sur la date
      * du jour de l'avoir.
       01 WS-DAT-PER             PIC X(10).
       01 WS-DAT-PER-BRU         PIC X(08).
       01 WS-DAT-PER-DEC REDEFINES WS-DAT-PER-BRU.
           05 WS-PER-ANN         PIC X(04).
           05 WS-PER-MOI         PIC X(02).
           05 WS-PER-SEM         PIC X(02).
       01 WS-BLQ-PER             PIC 9(01).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PER==.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, la pièce dont la carcasse
      * revient, la quantité, et le verdict de l'inspection
      * (1 = acceptée, consigne remboursée ; 0 = refusée, la
      * consigne reste acquise).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE                 PIC 9(10).
       01 LK-ACC                 PIC 9(01).
           88 LK-ACC-NON                     VALUE 0.
           88 LK-ACC-OUI                     VALUE 1.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : le numéro d'avoir émis (0 si refus) et
      * le montant TTC remboursé.
       01 LK-NUM-AVR             PIC 9(08).
       01 LK-MNT-AVR             PIC 9(10)V99.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-QTE,
                                LK-ACC,
                                LK-IDF-UTI,
                                LK-NUM-AVR,
                                LK-MNT-AVR,
                                LK-AJU-RET.

           MOVE SPACES TO LK-AJU-RET.
           MOVE 0 TO LK-NUM-AVR, LK-MNT-AVR.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

      *    Periode comptable close : un avoir date du jour d'un
      *    arrete est refuse ("ctlper").
           ACCEPT WS-DAT-PER-BRU FROM DATE YYYYMMDD.
           STRING WS-PER-ANN "-" WS-PER-MOI "-" WS-PER-SEM
                  DELIMITED BY SIZE
                  INTO WS-DAT-PER
           END-STRING.

           CALL "ctlper"
               USING
               WS-DAT-PER
               WS-BLQ-PER
               WS-PER-LIR-RET
           END-CALL.

           IF WS-BLQ-PER = 1 AND LK-ACC-OUI
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-ACC     TO PG-ACC-RCP.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           PERFORM 0100-CTL-DUE-DEB
              THRU 0100-CTL-DUE-FIN.

           IF NOT LK-AJU-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-NUM-AVR-DEB
              THRU 0200-NUM-AVR-FIN.

           IF NOT LK-AJU-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0300-IMP-RCP-DEB
              THRU 0300-IMP-RCP-FIN.

           IF NOT LK-AJU-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-FIN-RCP-DEB
              THRU 0500-FIN-RCP-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Le client doit encore des carcasses de cette pièce, au moins
      * autant que la quantité rapportée.
       0100-CTL-DUE-DEB.

           IF LK-QTE = 0 OR LK-ACC > 1
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(qte_crs - qte_rcp_crs
                                   - qte_rej_crs), 0)
               INTO :PG-QTE-DUE
               FROM carcasse_cli
               WHERE id_cli = :PG-IDF-CLI
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
               WHEN PG-QTE-DUE = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
               WHEN LK-QTE > PG-QTE-DUE
                   SET LK-AJU-RET-ERR TO TRUE
               WHEN OTHER
                   SET LK-AJU-RET-OK TO TRUE
           END-EVALUATE.

       0100-CTL-DUE-FIN.

      *-----------------------------------------------------------------
      * Carcasse acceptee : tire le numéro d'avoir sur le compteur
      * légal de la société de travail (même séquence sans trou que
      * "ajuretcli"). Pas de COMMIT ici : le numéro n'est consommé
      * qu'avec l'avoir (0500).
       0200-NUM-AVR-DEB.

           MOVE 0 TO PG-NUM-AVR, PG-MNT-AVR.

           IF LK-ACC-NON
               EXIT PARAGRAPH
           END-IF.

           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           CALL "calnomcpt"
               USING
               WS-NOM-CPT-BAS
               PG-IDF-SOC
               PG-NOM-CPT
           END-CALL.

           EXEC SQL
               UPDATE compteur
               SET val_cpt = val_cpt + 1
               WHERE nom_cpt = :PG-NOM-CPT
               RETURNING val_cpt INTO :PG-NUM-AVR
           END-EXEC.

           IF SQLCODE = 100
      * Premier emploi du compteur : on l'initialise.
               MOVE 1 TO PG-NUM-AVR
               EXEC SQL
                   INSERT INTO compteur (nom_cpt, val_cpt)
                   VALUES (:PG-NOM-CPT, 1)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-NUM-AVR-FIN.

      *-----------------------------------------------------------------
      * Impute la quantité rapportée sur les carcasses dues, de la
      * plus ancienne à la plus récente : chaque ligne touchée reçoit
      * sa réception (carcasse_rcp) et, si la carcasse est acceptée,
      * le crédit de sa consigne au prix et au taux facturés, imputé
      * sur la facture qui l'avait portée.
       0300-IMP-RCP-DEB.

           MOVE LK-QTE TO WS-QTE-RST.

           EXEC SQL OPEN CUR-CRS END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-QTE-RST = 0
                      OR NOT LK-AJU-RET-OK
               EXEC SQL
                   FETCH CUR-CRS
                   INTO :PG-IDF-CRS, :PG-IDF-FAC, :PG-QTE-OUV,
                        :PG-VAL-CRS, :PG-TVA-CRS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0350-IMP-LGN-DEB
                      THRU 0350-IMP-LGN-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CRS END-EXEC.

      * Les carcasses dues ont été contrôlées en 0100 : un reste ici
      * signale une saisie concurrente.
           IF LK-AJU-RET-OK AND WS-QTE-RST > 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0300-IMP-RCP-FIN.

      *-----------------------------------------------------------------
      * Une ligne de carcasses dues : quantité imputée, réception et
      * crédit de la ligne.
       0350-IMP-LGN-DEB.

           IF WS-QTE-RST < PG-QTE-OUV
               MOVE WS-QTE-RST TO PG-QTE-IMP
           ELSE
               MOVE PG-QTE-OUV TO PG-QTE-IMP
           END-IF.

           SUBTRACT PG-QTE-IMP FROM WS-QTE-RST.

           MOVE 0 TO PG-MNT-LGN.

           IF LK-ACC-OUI
               COMPUTE PG-MNT-LGN ROUNDED =
                   PG-QTE-IMP * PG-VAL-CRS * (1 + PG-TVA-CRS / 100)
               ADD PG-MNT-LGN TO PG-MNT-AVR
               EXEC SQL
                   UPDATE carcasse_cli
                   SET qte_rcp_crs = qte_rcp_crs + :PG-QTE-IMP
                   WHERE id_crs = :PG-IDF-CRS
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE carcasse_cli
                   SET qte_rej_crs = qte_rej_crs + :PG-QTE-IMP
                   WHERE id_crs = :PG-IDF-CRS
               END-EXEC
           END-IF.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO carcasse_rcp
                       (id_crs, qte_rcp, acc_rcp, num_avr, mnt_avr,
                        date_rcp, id_uti)
                   VALUES (:PG-IDF-CRS, :PG-QTE-IMP, :PG-ACC-RCP,
                           NULLIF(:PG-NUM-AVR, 0), :PG-MNT-LGN,
                           CURRENT_DATE, NULLIF(:PG-IDF-UTI, 0))
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-ACC-OUI
               PERFORM 0400-IMP-AVR-DEB
                  THRU 0400-IMP-AVR-FIN
           END-IF.

       0350-IMP-LGN-FIN.

      *-----------------------------------------------------------------
      * Impute le crédit de la ligne sur la facture qui avait porté
      * la consigne, a hauteur du reste du sur celle-ci, via un
      * reglement de mode AVOIR (meme modele que "ajuretcli").
       0400-IMP-AVR-DEB.

           EXEC SQL
               SELECT GREATEST(f.mnt_ttc_fac - COALESCE(
                          (SELECT SUM(rf.mnt_imp_reg)
                           FROM reglement_facture rf
                           WHERE rf.id_fac = f.id_fac), 0), 0)
               INTO :PG-MNT-RST
               FROM facture f
               WHERE f.id_fac = :PG-IDF-FAC
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-MNT-RST = 0 OR PG-MNT-LGN = 0
               EXIT PARAGRAPH
           END-IF.

           IF PG-MNT-LGN < PG-MNT-RST
               MOVE PG-MNT-LGN TO PG-MNT-IMP
           ELSE
               MOVE PG-MNT-RST TO PG-MNT-IMP
           END-IF.

           MOVE SPACES TO PG-REF-AVR.
           MOVE PG-NUM-AVR TO WS-NUM-AVR-REF.
           STRING "AVOIR " DELIMITED BY SIZE
                  WS-NUM-AVR-REF DELIMITED BY SIZE
                  INTO PG-REF-AVR
           END-STRING.

           EXEC SQL
               INSERT INTO reglement
                   (id_cli, date_reg, mode_reg, mnt_reg, ref_reg,
                    id_soc)
               VALUES (:PG-IDF-CLI, CURRENT_DATE, 'AVOIR',
                       :PG-MNT-IMP, :PG-REF-AVR, :PG-IDF-SOC)
               RETURNING id_reg INTO :PG-IDF-REG
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO reglement_facture
                       (id_reg, id_fac, mnt_imp_reg)
                   VALUES (:PG-IDF-REG, :PG-IDF-FAC, :PG-MNT-IMP)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0400-IMP-AVR-FIN.

      *-----------------------------------------------------------------
      * Le solde du client redescend du crédit (sans écrêtage, comme
      * "ajuretcli"), puis tout est validé d'un seul COMMIT et
      * journalisé.
       0500-FIN-RCP-DEB.

           IF PG-MNT-AVR > 0
               EXEC SQL
                   UPDATE client
                   SET solde_cli = solde_cli - :PG-MNT-AVR
                   WHERE id_cli = :PG-IDF-CLI
               END-EXEC

               IF SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-AJU-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-NUM-AVR TO LK-NUM-AVR.
           MOVE PG-MNT-AVR TO LK-MNT-AVR.
           SET LK-AJU-RET-OK TO TRUE.

           MOVE LK-QTE TO WS-QTE-EDT.
           IF LK-ACC-OUI
               STRING "carcasse(s) acceptee(s) : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                      " piece " DELIMITED BY SIZE
                      PG-IDF-PIE DELIMITED BY SIZE
                      " avoir " DELIMITED BY SIZE
                      PG-NUM-AVR DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "carcasse(s) refusee(s) : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QTE-EDT) DELIMITED BY SIZE
                      " piece " DELIMITED BY SIZE
                      PG-IDF-PIE DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0500-FIN-RCP-FIN.
