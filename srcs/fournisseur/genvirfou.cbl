      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de génération de la remise hebdomadaire de      *
      * virements SEPA aux fournisseurs : pour chaque fournisseur      *
      * payé en euros, porteur d'un IBAN (confirmé via "cnfribfou"),   *
      * dont des factures rapprochées (statut 1, bonnes à payer) ont   *
      * un reste dû positif et une échéance (date_ech_ffou) au plus    *
      * tard 7 jours après la date d'exécution demandée, un virement   *
      * du total de ces restes dus est inscrit dans                    *
      * virement_fournisseur au statut "émis" (0) et une ligne est     *
      * écrite dans le fichier de remise daté de la date d'exécution   *
      * (IBAN, BIC, montant, nom du fournisseur), suivie des numéros   *
      * des factures réglées (informations de remise). Une facture     *
      * encore au statut "saisie" n'est jamais payée. Le fichier est   *
      * inscrit au registre des documents via "ajudoc". Quand le       *
      * relevé bancaire confirme les virements, "majvirfou"            *
      * comptabilise chacun par "ajuregfou". Aucun virement n'est      *
      * réémis tant qu'un émis de ce fournisseur attend sa             *
      * confirmation. Les fournisseurs payés en devise sont réglés     *
      * hors remise SEPA (saisie directe du paiement). Contre la       *
      * fraude au changement de RIB, un fournisseur dont le RIB a été  *
      * changé depuis moins de N jours (date_rib_fou, posée à la       *
      * confirmation par "cnfribfou" ; clé "delai_blq_rib" de          *
      * parametre_secu, 30 jours à défaut) ou qui a un changement de   *
      * RIB en attente n'est pas payé : il est listé en pied de remise *
      * comme bloqué, et ses factures restent à payer.                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; VIR=VIREMENT; FOU=FOURNISSEUR; FAC=FACTURE;    *
      * BIC=CODE BANQUE; MNT=MONTANT; DAT=DATE; EXE=EXECUTION;         *
      * LIM=LIMITE; FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT;     *
      * CUR=CURSEUR; NBR=NOMBRE; NUM=NUMERO; IDF=IDENTIFIANT;          *
      * UTI=UTILISATEUR; DOC=DOCUMENT; TOT=TOTAL; BLQ=BLOQUE;          *
      * JRS=JOURS; IDX=INDEX.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genvirfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REM ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-REM.
       01  FD-LGN-REM                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-EXE              PIC X(10).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-IBAN                 PIC X(34).
       01 PG-BIC                  PIC X(11).
       01 PG-MNT-VIR              PIC 9(10)V99.
       01 PG-NUM-FAC              PIC X(30).
       01 PG-RST-FAC              PIC 9(10)V99.
       01 PG-JRS-BLQ              PIC 9(03).
       01 PG-BLQ                  PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Fournisseurs à payer : en euros, porteurs d'un IBAN, total
      * positif des restes dus des factures rapprochées échues au plus
      * tard 7 jours après l'exécution, sans virement émis en attente.
      * Bloqué (1) : RIB changé depuis moins de PG-JRS-BLQ jours ou
      * changement de RIB en attente de confirmation.
       EXEC SQL
           DECLARE CUR-VIR CURSOR FOR
               SELECT x.id_fou, fo.nom_fou, fo.iban_fou,
                      COALESCE(fo.bic_fou, ' '), SUM(x.reste),
                      CASE WHEN COALESCE(fo.date_rib_fou,
                                         DATE '1900-01-01')
                                > CURRENT_DATE
                                  - CAST(:PG-JRS-BLQ AS INTEGER)
                             OR EXISTS
                                (SELECT 1 FROM changement_rib_fou c
                                 WHERE c.id_fou = x.id_fou
                                   AND c.statut_crib = 0)
                           THEN 1 ELSE 0 END
               FROM (SELECT f.id_fou, f.id_fac_fou,
                            f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                                - COALESCE(
                                (SELECT SUM(rf.mnt_imp_ffou)
                                 FROM reglement_ffou rf
                                 WHERE rf.id_fac_fou = f.id_fac_fou), 0)
                                AS reste
                     FROM facture_fournisseur f
                     WHERE f.statut_ffou = 1
                       AND COALESCE(f.date_ech_ffou, f.date_fac_fou)
                           <= CAST(:PG-DAT-EXE AS DATE) + 7) x
                   JOIN fournisseur fo ON fo.id_fou = x.id_fou
               WHERE x.reste > 0
                 AND COALESCE(fo.devise_fou, 'EUR') = 'EUR'
                 AND COALESCE(fo.iban_fou, '') <> ''
                 AND NOT EXISTS
                     (SELECT 1 FROM virement_fournisseur vf
                      WHERE vf.id_fou = x.id_fou
                        AND vf.statut_vir = 0)
               GROUP BY x.id_fou, fo.nom_fou, fo.iban_fou, fo.bic_fou,
                        fo.date_rib_fou
               ORDER BY x.id_fou
               FOR READ ONLY
       END-EXEC.

      * Factures réglées par le virement du fournisseur courant, pour
      * les informations de remise.
       EXEC SQL
           DECLARE CUR-VIR-FAC CURSOR FOR
               SELECT f.num_fac_fou,
                      f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                          - COALESCE(
                          (SELECT SUM(rf.mnt_imp_ffou)
                           FROM reglement_ffou rf
                           WHERE rf.id_fac_fou = f.id_fac_fou), 0)
               FROM facture_fournisseur f
               WHERE f.id_fou = :PG-IDF-FOU
                 AND f.statut_ffou = 1
                 AND COALESCE(f.date_ech_ffou, f.date_fac_fou)
                     <= CAST(:PG-DAT-EXE AS DATE) + 7
                 AND f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                     - COALESCE(
                     (SELECT SUM(rf.mnt_imp_ffou)
                      FROM reglement_ffou rf
                      WHERE rf.id_fac_fou = f.id_fac_fou), 0) > 0
               ORDER BY COALESCE(f.date_ech_ffou, f.date_fac_fou),
                        f.id_fac_fou
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-ETT-LCT-FAC          PIC 9(01).
           88 WS-ETT-LCT-FAC-ENC             VALUE 0.
           88 WS-ETT-LCT-FAC-FIN             VALUE 1.

      * Positionné à OUI à la première erreur SQL.
       01 WS-ETT-ERR              PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NBR-VIR              PIC 9(05) VALUE 0.
       01 WS-TOT-REM              PIC 9(12)V99 VALUE 0.
       01 WS-MNT-EDT              PIC Z(08)9.99.
       01 WS-NOM-FOU-EDT          PIC X(30).

      * Fournisseurs bloqués (RIB récent ou en attente), listés en pied
      * de remise ; au-delà de 50, seul le nombre est donné.
       01 WS-NBR-BLQ              PIC 9(05) VALUE 0.
       01 WS-TAB-BLQ.
           05 WS-BLQ              OCCURS 50 TIMES.
               10 WS-BLQ-IDF      PIC 9(10).
               10 WS-BLQ-NOM      PIC X(30).
               10 WS-BLQ-MNT      PIC 9(10)V99.
       77 WS-IDX-BLQ              PIC 9(05).
       01 WS-IDF-FOU-EDT          PIC Z(10).

      * Inscription de la remise au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "VIR".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de la génération.
       01 WS-NBR-EDT              PIC Z(05).
       01 WS-MSG-LOG              PIC X(100).
       01 WS-SFX-LOG              PIC X(30).
       01 WS-TYP-LOG              PIC X(12) VALUE "virfou".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ              PIC 9(01) VALUE 0.
       01 WS-ROL-RET              PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la date d'exécution demandée à la banque.
       01 LK-DAT-EXE              PIC X(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de virements émis.
       01 LK-NBR-VIR              PIC 9(05).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-DAT-EXE,
                                LK-IDF-UTI,
                                LK-NBR-VIR,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           MOVE LK-DAT-EXE TO PG-DAT-EXE.
           MOVE 0 TO LK-NBR-VIR.
           SET WS-ETT-ERR-NON TO TRUE.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-DAT-EXE = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

      * Délai de blocage après un changement de RIB, 30 jours à défaut.
           MOVE 30 TO PG-JRS-BLQ.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-JRS-BLQ
               FROM parametre_secu
               WHERE cle_prm = 'delai_blq_rib'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 30 TO PG-JRS-BLQ
           END-IF.

           PERFORM 0100-OUV-REM-DEB
              THRU 0100-OUV-REM-FIN.

           EXEC SQL OPEN CUR-VIR END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-VIR
                   INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-IBAN,
                        :PG-BIC, :PG-MNT-VIR, :PG-BLQ
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN PG-BLQ = 1
                       PERFORM 0270-BLQ-VIR-DEB
                          THRU 0270-BLQ-VIR-FIN
                   WHEN OTHER
                       PERFORM 0200-EMT-VIR-DEB
                          THRU 0200-EMT-VIR-FIN
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-VIR END-EXEC.

           PERFORM 0300-FIN-REM-DEB
              THRU 0300-FIN-REM-FIN.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE WS-NBR-VIR TO LK-NBR-VIR
               SET LK-AJU-RET-OK TO TRUE

               PERFORM 0400-DOC-LOG-DEB
                  THRU 0400-DOC-LOG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Ouvre le fichier de remise daté de la date d'exécution.
       0100-OUV-REM-DEB.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "virement_sepa_" DELIMITED BY SIZE
                  PG-DAT-EXE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-REM.

           MOVE "REMISE DE VIREMENTS SEPA FOURNISSEURS" TO FD-LGN-REM.
           WRITE FD-LGN-REM.

           MOVE SPACES TO FD-LGN-REM.
           STRING "Date d'execution : " DELIMITED BY SIZE
                  PG-DAT-EXE DELIMITED BY SIZE
                  INTO FD-LGN-REM
           END-STRING.
           WRITE FD-LGN-REM.

           MOVE " " TO FD-LGN-REM.
           WRITE FD-LGN-REM.

       0100-OUV-REM-FIN.

      *-----------------------------------------------------------------
      * Émet le virement d'un fournisseur : ligne de remise, factures
      * réglées et inscription au statut "émis". Pas de COMMIT ligne à
      * ligne : la remise est validée d'un bloc.
       0200-EMT-VIR-DEB.

           EXEC SQL
               INSERT INTO virement_fournisseur
                   (id_fou, mnt_vir, date_exec_vir, statut_vir)
               VALUES
                   (:PG-IDF-FOU, :PG-MNT-VIR, :PG-DAT-EXE, 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-NOM-FOU TO WS-NOM-FOU-EDT.
           MOVE PG-MNT-VIR TO WS-MNT-EDT.

           MOVE SPACES TO FD-LGN-REM.
           STRING PG-IBAN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-BIC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-FOU-EDT DELIMITED BY SIZE
                  INTO FD-LGN-REM
           END-STRING.
           WRITE FD-LGN-REM.

           PERFORM 0250-LGN-FAC-DEB
              THRU 0250-LGN-FAC-FIN.

           ADD PG-MNT-VIR TO WS-TOT-REM.
           ADD 1 TO WS-NBR-VIR.

       0200-EMT-VIR-FIN.

      *-----------------------------------------------------------------
      * Informations de remise : une ligne par facture réglée par le
      * virement (numéro de facture du fournisseur et montant payé).
       0250-LGN-FAC-DEB.

           EXEC SQL OPEN CUR-VIR-FAC END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-ETT-LCT-FAC-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FAC-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-VIR-FAC
                   INTO :PG-NUM-FAC, :PG-RST-FAC
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FAC-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN OTHER
                       MOVE PG-RST-FAC TO WS-MNT-EDT
                       MOVE SPACES TO FD-LGN-REM
                       STRING "    facture " DELIMITED BY SIZE
                              PG-NUM-FAC DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-MNT-EDT DELIMITED BY SIZE
                              INTO FD-LGN-REM
                       END-STRING
                       WRITE FD-LGN-REM
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-VIR-FAC END-EXEC.

       0250-LGN-FAC-FIN.

      *-----------------------------------------------------------------
      * Fournisseur bloqué : pas de virement, mémorisé pour le pied de
      * remise.
       0270-BLQ-VIR-DEB.

           ADD 1 TO WS-NBR-BLQ.

           IF WS-NBR-BLQ <= 50
               MOVE PG-IDF-FOU TO WS-BLQ-IDF(WS-NBR-BLQ)
               MOVE PG-NOM-FOU TO WS-BLQ-NOM(WS-NBR-BLQ)
               MOVE PG-MNT-VIR TO WS-BLQ-MNT(WS-NBR-BLQ)
           END-IF.

       0270-BLQ-VIR-FIN.

      *-----------------------------------------------------------------
      * Pied de remise : nombre de virements et total.
       0300-FIN-REM-DEB.

           MOVE " " TO FD-LGN-REM.
           WRITE FD-LGN-REM.

           MOVE WS-NBR-VIR TO WS-NBR-EDT.
           MOVE WS-TOT-REM TO WS-MNT-EDT.
           MOVE SPACES TO FD-LGN-REM.
           STRING "TOTAL : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " virement(s), " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-REM
           END-STRING.
           WRITE FD-LGN-REM.

           IF WS-NBR-BLQ > 0
               PERFORM 0350-LGN-BLQ-DEB
                  THRU 0350-LGN-BLQ-FIN
           END-IF.

           CLOSE FIC-REM.

       0300-FIN-REM-FIN.

      *-----------------------------------------------------------------
      * Pied de remise : fournisseurs non payés pour changement de RIB
      * récent ou en attente (à vérifier avant tout paiement).
       0350-LGN-BLQ-DEB.

           MOVE " " TO FD-LGN-REM.
           WRITE FD-LGN-REM.

           MOVE WS-NBR-BLQ TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-REM.
           STRING "BLOQUES (changement de RIB recent ou en attente) : "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " fournisseur(s)" DELIMITED BY SIZE
                  INTO FD-LGN-REM
           END-STRING.
           WRITE FD-LGN-REM.

           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-NBR-BLQ OR WS-IDX-BLQ > 50
               MOVE WS-BLQ-IDF(WS-IDX-BLQ) TO WS-IDF-FOU-EDT
               MOVE WS-BLQ-NOM(WS-IDX-BLQ) TO WS-NOM-FOU-EDT
               MOVE WS-BLQ-MNT(WS-IDX-BLQ) TO WS-MNT-EDT
               MOVE SPACES TO FD-LGN-REM
               STRING "    fournisseur " DELIMITED BY SIZE
                      WS-IDF-FOU-EDT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOM-FOU-EDT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-MNT-EDT DELIMITED BY SIZE
                      INTO FD-LGN-REM
               END-STRING
               WRITE FD-LGN-REM
           END-PERFORM.

       0350-LGN-BLQ-FIN.

      *-----------------------------------------------------------------
      * Inscrit la remise au registre des documents et journalise.
       0400-DOC-LOG-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               WS-IDF-DOC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           MOVE SPACES TO WS-SFX-LOG.
           IF WS-NBR-BLQ > 0
               MOVE WS-NBR-BLQ TO WS-NBR-EDT
               STRING ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " bloque(s) (RIB)" DELIMITED BY SIZE
                      INTO WS-SFX-LOG
               END-STRING
           END-IF.

           MOVE WS-NBR-VIR TO WS-NBR-EDT.
           STRING "remise virements fournisseurs du " DELIMITED BY SIZE
                  PG-DAT-EXE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " virement(s) emis" DELIMITED BY SIZE
                  WS-SFX-LOG DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-DOC-LOG-FIN.
