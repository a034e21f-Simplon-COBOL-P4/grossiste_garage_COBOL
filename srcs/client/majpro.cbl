      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de mise à jour du dossier d'un prospect (voir   *
      * "dospro") avant sa conversion en client, une action par appel  *
      * : coordonnées, représentant et origine ; statut commercial (en *
      * cours, perdu) ; pièces de l'ouverture de compte (Kbis reçu,    *
      * IBAN du RIB, mandat SEPA signé) ; demande de plafond de        *
      * crédit, qui passe le prospect en ouverture de compte ;         *
      * décision de l'administrateur sur cette demande (montant        *
      * accordé, 0 = refus), seule action réservée au role ADMIN, avec *
      * son auteur et sa date. Un prospect converti n'est plus         *
      * modifiable. Chaque action est journalisée via "ajulog".        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; PRO=PROSPECT; ACT=ACTION; FIC=FICHE;          *
      * STA=STATUT; DOC=DOCUMENTS (PIECES); DEM=DEMANDE; DEC=DECISION; *
      * CTC=CONTACT; EML=MAIL; IND=INDICATIF; TEL=TELEPHONE; COP=CODE  *
      * POSTAL; VIL=VILLE; ADR=ADRESSE; REP=REPRESENTANT; SRC=SOURCE;  *
      * KBS=KBIS; RUM=REFERENCE UNIQUE DE MANDAT; DAT=DATE;            *
      * SIG=SIGNATURE; PLF=PLAFOND; ACC=ACCORDE; CTL=CONTROLE;         *
      * SAI=SAISIE; TRV=TROUVE; NBR=NOMBRE; EDT=EDITION;               *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Code retour du contrôle de role (0=ajout/modification ; la
      * décision sur le plafond de crédit est réservée à
      * l'administration, 1=ADMIN).
       01 WS-NIV-REQ             PIC 9(01).
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-NOM-PRO             PIC X(50).
       01 PG-CTC-PRO             PIC X(50).
       01 PG-EML-PRO             PIC X(50).
       01 PG-IND-PRO             PIC 9(03).
       01 PG-TEL-PRO             PIC 9(10).
       01 PG-COP-PRO             PIC 9(05).
       01 PG-VIL-PRO             PIC X(50).
       01 PG-ADR-PRO             PIC X(50).
       01 PG-IDF-REP             PIC 9(10).
       01 PG-SRC-PRO             PIC X(01).
       01 PG-STA-PRO             PIC 9(01).
       01 PG-STA-ACT             PIC 9(01).
       01 PG-STA-PLF             PIC 9(01).
       01 PG-KBS-PRO             PIC X(01).
       01 PG-IBAN                PIC X(34).
       01 PG-RUM                 PIC X(35).
       01 PG-DAT-SIG             PIC X(10).
       01 PG-PLF-DEM             PIC 9(08)V99.
       01 PG-PLF-ACC             PIC 9(08)V99.
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-NBR-TRV             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la modification.
       01 WS-IDF-PRO-EDT         PIC Z(10).
       01 WS-PLF-EDT             PIC Z(07)9.99.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "prospect".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Action : 1 = coordonnées, représentant et origine ;
      * 2 = statut commercial (1 = en cours, 4 = perdu) ; 3 = pièces
      * de l'ouverture de compte (Kbis, IBAN, mandat SEPA) ;
      * 4 = demande de plafond de crédit (LK-PRO-PLF-DEM) ;
      * 5 = décision de l'administrateur sur le plafond
      * (LK-PRO-PLF-ACC, 0 = refus).
       01 LK-ACT                 PIC 9(01).
           88 LK-ACT-FIC                     VALUE 1.
           88 LK-ACT-STA                     VALUE 2.
           88 LK-ACT-DOC                     VALUE 3.
           88 LK-ACT-DEM                     VALUE 4.
           88 LK-ACT-DEC                     VALUE 5.

      * Dossier du prospect (voir "dospro").
       COPY dospro REPLACING ==:PREFIX:== BY ==LK==.

      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).

       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-ACT,
                                LK-PRO,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.

           IF LK-ACT-DEC
               MOVE 1 TO WS-NIV-REQ
           ELSE
               MOVE 0 TO WS-NIV-REQ
           END-IF.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-SAI-DEB
              THRU 0100-CTL-SAI-FIN.

           IF LK-MAJ-RET = SPACES
               PERFORM 0200-MAJ-PRO-DEB
                  THRU 0200-MAJ-PRO-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle de la demande : le prospect existe (FK-ERR sinon) et
      * n'est pas encore converti en client ; chaque action a ses
      * propres exigences.
       0100-CTL-SAI-DEB.

           MOVE LK-PRO-IDF TO PG-IDF-PRO.

           EXEC SQL
               SELECT COALESCE(statut_pro, 0),
                      COALESCE(statut_plf_pro, 0)
               INTO :PG-STA-ACT, :PG-STA-PLF
               FROM prospect
               WHERE id_pro = :PG-IDF-PRO
           END-EXEC.

           IF SQLCODE = 100
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0 OR PG-STA-ACT = 3
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN LK-ACT-FIC
                   IF LK-PRO-NOM = SPACES OR LK-PRO-VIL = SPACES
                           OR NOT LK-PRO-SRC-OK
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN LK-ACT-STA
                   IF NOT LK-PRO-STA-ENC AND NOT LK-PRO-STA-PER
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN LK-ACT-DOC
                   IF LK-PRO-KBS NOT = "O" AND LK-PRO-KBS NOT = "N"
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
      * Un mandat se saisit complet (RUM et date de signature).
                   IF (LK-PRO-RUM = SPACES
                           AND LK-PRO-DAT-SIG NOT = SPACES)
                       OR (LK-PRO-RUM NOT = SPACES
                           AND LK-PRO-DAT-SIG = SPACES)
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN LK-ACT-DEM
                   IF LK-PRO-PLF-DEM = 0 OR PG-STA-ACT = 4
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN LK-ACT-DEC
      * Seule une demande en attente se décide.
                   IF PG-STA-PLF NOT = 1
                       SET LK-MAJ-RET-ERR TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF LK-ACT-FIC AND LK-PRO-REP NOT = 0
               MOVE LK-PRO-REP TO PG-IDF-REP
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR-TRV
                   FROM representant
                   WHERE id_rep = :PG-IDF-REP
               END-EXEC
               IF SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF PG-NBR-TRV = 0
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               END-IF
           END-IF.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Écriture de l'action demandée, COMMIT et log.
       0200-MAJ-PRO-DEB.

           MOVE LK-PRO-NOM     TO PG-NOM-PRO.
           MOVE LK-PRO-CTC     TO PG-CTC-PRO.
           MOVE LK-PRO-EML     TO PG-EML-PRO.
           MOVE LK-PRO-IND     TO PG-IND-PRO.
           MOVE LK-PRO-TEL     TO PG-TEL-PRO.
           MOVE LK-PRO-COP     TO PG-COP-PRO.
           MOVE LK-PRO-VIL     TO PG-VIL-PRO.
           MOVE LK-PRO-ADR     TO PG-ADR-PRO.
           MOVE LK-PRO-REP     TO PG-IDF-REP.
           MOVE LK-PRO-SRC     TO PG-SRC-PRO.
           MOVE LK-PRO-STA     TO PG-STA-PRO.
           MOVE LK-PRO-KBS     TO PG-KBS-PRO.
           MOVE LK-PRO-IBAN    TO PG-IBAN.
           MOVE LK-PRO-RUM     TO PG-RUM.
           MOVE LK-PRO-DAT-SIG TO PG-DAT-SIG.
           MOVE LK-PRO-PLF-DEM TO PG-PLF-DEM.
           MOVE LK-PRO-PLF-ACC TO PG-PLF-ACC.
           MOVE LK-IDF-UTI     TO PG-IDF-UTI.
           MOVE LK-PRO-IDF     TO WS-IDF-PRO-EDT.
           MOVE SPACES         TO WS-MSG-LOG.

           EVALUATE TRUE
               WHEN LK-ACT-FIC
                   EXEC SQL
                       UPDATE prospect
                       SET nom_pro = :PG-NOM-PRO,
                           contact_pro = :PG-CTC-PRO,
                           mail_pro = :PG-EML-PRO,
                           indic_pro = :PG-IND-PRO,
                           tel_pro = :PG-TEL-PRO,
                           cp_pro = :PG-COP-PRO,
                           ville_pro = :PG-VIL-PRO,
                           adresse_pro = :PG-ADR-PRO,
                           id_rep = :PG-IDF-REP,
                           source_pro = :PG-SRC-PRO
                       WHERE id_pro = :PG-IDF-PRO
                   END-EXEC
                   STRING "[" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PRO-EDT)
                              DELIMITED BY SIZE
                          "] Modification de la fiche prospect"
                              DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

               WHEN LK-ACT-STA
                   EXEC SQL
                       UPDATE prospect
                       SET statut_pro = :PG-STA-PRO,
                           date_sta_pro = CURRENT_DATE
                       WHERE id_pro = :PG-IDF-PRO
                   END-EXEC
                   IF LK-PRO-STA-PER
                       STRING "[" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PRO-EDT)
                                  DELIMITED BY SIZE
                              "] Prospect perdu" DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   ELSE
                       STRING "[" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PRO-EDT)
                                  DELIMITED BY SIZE
                              "] Prospect en cours" DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   END-IF

               WHEN LK-ACT-DOC
                   EXEC SQL
                       UPDATE prospect
                       SET kbis_pro = :PG-KBS-PRO,
                           iban_pro = :PG-IBAN,
                           rum_pro = :PG-RUM,
                           date_mandat_pro = :PG-DAT-SIG
                       WHERE id_pro = :PG-IDF-PRO
                   END-EXEC
                   STRING "[" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PRO-EDT)
                              DELIMITED BY SIZE
                          "] Pieces d'ouverture : Kbis "
                              DELIMITED BY SIZE
                          PG-KBS-PRO DELIMITED BY SIZE
                          ", RIB/mandat saisis" DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

      * La demande de plafond fait passer le prospect en ouverture de
      * compte et attend la décision de l'administrateur.
               WHEN LK-ACT-DEM
                   EXEC SQL
                       UPDATE prospect
                       SET plafond_dem_pro = :PG-PLF-DEM,
                           plafond_acc_pro = 0,
                           statut_plf_pro = 1,
                           statut_pro = 2
                       WHERE id_pro = :PG-IDF-PRO
                   END-EXEC
                   MOVE PG-PLF-DEM TO WS-PLF-EDT
                   STRING "[" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-PRO-EDT)
                              DELIMITED BY SIZE
                          "] Demande de plafond de credit : "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PLF-EDT) DELIMITED BY SIZE
                          INTO WS-MSG-LOG
                   END-STRING

               WHEN LK-ACT-DEC
                   IF PG-PLF-ACC > 0
                       MOVE 2 TO PG-STA-PLF
                   ELSE
                       MOVE 3 TO PG-STA-PLF
                   END-IF
                   EXEC SQL
                       UPDATE prospect
                       SET plafond_acc_pro = :PG-PLF-ACC,
                           statut_plf_pro = :PG-STA-PLF,
                           id_uti_plf_pro = :PG-IDF-UTI,
                           date_plf_pro = CURRENT_DATE
                       WHERE id_pro = :PG-IDF-PRO
                   END-EXEC
                   MOVE PG-PLF-ACC TO WS-PLF-EDT
                   IF PG-STA-PLF = 2
                       STRING "[" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PRO-EDT)
                                  DELIMITED BY SIZE
                              "] Plafond de credit accorde : "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(WS-PLF-EDT)
                                  DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   ELSE
                       STRING "[" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-IDF-PRO-EDT)
                                  DELIMITED BY SIZE
                              "] Plafond de credit refuse"
                                  DELIMITED BY SIZE
                              INTO WS-MSG-LOG
                       END-STRING
                   END-IF
           END-EVALUATE.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-PRO-FIN.
