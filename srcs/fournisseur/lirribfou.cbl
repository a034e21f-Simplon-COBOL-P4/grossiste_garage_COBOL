      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des coordonnées bancaires d'un       *
      * fournisseur : IBAN, BIC et date du dernier changement portés   *
      * sur la fiche, puis les LK-NBE derniers changements de RIB de   *
      * "changement_rib_fou", du plus récent au plus ancien (statut 0  *
      * en attente, 1 confirmé, 2 rejeté ; nouveau RIB, demandeur et   *
      * date, confirmateur et date, note de rappel). Fournisseur       *
      * inconnu : code VI.                                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; RIB=RELEVE D'IDENTITE BANCAIRE; FOU=FOURNISSEUR;     *
      * ACT=ACTUEL; CRIB=CHANGEMENT DE RIB; STT=STATUT; NOU=NOUVEAU;   *
      * BIC=CODE BANQUE; UTI=UTILISATEUR; DEM=DEMANDE;                 *
      * CNF=CONFIRMATION; DAT=DATE; NOT=NOTE; RPL=RAPPEL; NBE=NOMBRE   *
      * D'ENTREES; IDX=INDEX; CUR=CURSEUR; IDF=IDENTIFIANT.            *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirribfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IBAN                PIC X(34).
       01 PG-BIC                 PIC X(11).
       01 PG-DAT-RIB             PIC X(10).
       01 PG-STT                 PIC 9(01).
       01 PG-UTI-DEM             PIC 9(10).
       01 PG-DAT-DEM             PIC X(10).
       01 PG-UTI-CNF             PIC 9(10).
       01 PG-DAT-CNF             PIC X(10).
       01 PG-NOT-RPL             PIC X(40).
       01 PG-NBE                 PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Fournisseur demandé.
       01 LK-IDF-FOU             PIC 9(10).

      * Coordonnées actuelles de la fiche.
       01 LK-RIB-ACT.
           05 LK-ACT-IBAN        PIC X(34).
           05 LK-ACT-BIC         PIC X(11).
           05 LK-ACT-DAT         PIC X(10).

      * Derniers changements, le plus récent en premier.
       01 LK-TAB-CRIB.
           05 LK-CRIB            OCCURS 5 TIMES.
               10 LK-CRIB-STT    PIC 9(01).
               10 LK-CRIB-IBAN   PIC X(34).
               10 LK-CRIB-BIC    PIC X(11).
               10 LK-CRIB-UTI-DEM PIC 9(10).
               10 LK-CRIB-DAT-DEM PIC X(10).
               10 LK-CRIB-UTI-CNF PIC 9(10).
               10 LK-CRIB-DAT-CNF PIC X(10).
               10 LK-CRIB-NOT    PIC X(40).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-RIB-ACT,
                                LK-TAB-CRIB,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE LK-NBE TO PG-NBE.
           MOVE 0 TO WS-IDX.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-RIB-ACT.
           INITIALIZE LK-TAB-CRIB.

           PERFORM 0100-LIR-FOU-DEB
              THRU 0100-LIR-FOU-FIN.

           IF LK-LIR-RET-OK
               PERFORM 0200-LIR-CRIB-DEB
                  THRU 0200-LIR-CRIB-FIN
           END-IF.

           MOVE WS-IDX TO LK-NBE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * RIB actuel et date du dernier changement confirmé.
       0100-LIR-FOU-DEB.

           EXEC SQL
               SELECT COALESCE(iban_fou, ' '), COALESCE(bic_fou, ' '),
                      COALESCE(TO_CHAR(date_rib_fou, 'YYYY-MM-DD'),
                               ' ')
               INTO :PG-IBAN, :PG-BIC, :PG-DAT-RIB
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE PG-IBAN    TO LK-ACT-IBAN
                   MOVE PG-BIC     TO LK-ACT-BIC
                   MOVE PG-DAT-RIB TO LK-ACT-DAT
                   SET LK-LIR-RET-OK TO TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN OTHER
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-FOU-FIN.

      *-----------------------------------------------------------------
      * Derniers changements du fournisseur, du plus récent au plus
      * ancien.
       0200-LIR-CRIB-DEB.

           EXEC SQL
               DECLARE CUR_CRIB CURSOR FOR
                   SELECT statut_crib, nou_iban_crib, nou_bic_crib,
                          COALESCE(id_uti_dem, 0),
                          TO_CHAR(date_dem_crib, 'YYYY-MM-DD'),
                          COALESCE(id_uti_cnf, 0),
                          COALESCE(TO_CHAR(date_cnf_crib,
                                           'YYYY-MM-DD'), ' '),
                          COALESCE(note_rpl_crib, ' ')
                   FROM changement_rib_fou
                   WHERE id_fou = :PG-IDF-FOU
                   ORDER BY id_crib DESC
                   LIMIT :PG-NBE
           END-EXEC.

           EXEC SQL OPEN CUR_CRIB END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR_CRIB
                   INTO :PG-STT, :PG-IBAN, :PG-BIC, :PG-UTI-DEM,
                        :PG-DAT-DEM, :PG-UTI-CNF, :PG-DAT-CNF,
                        :PG-NOT-RPL
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-STT     TO LK-CRIB-STT(WS-IDX)
                   MOVE PG-IBAN    TO LK-CRIB-IBAN(WS-IDX)
                   MOVE PG-BIC     TO LK-CRIB-BIC(WS-IDX)
                   MOVE PG-UTI-DEM TO LK-CRIB-UTI-DEM(WS-IDX)
                   MOVE PG-DAT-DEM TO LK-CRIB-DAT-DEM(WS-IDX)
                   MOVE PG-UTI-CNF TO LK-CRIB-UTI-CNF(WS-IDX)
                   MOVE PG-DAT-CNF TO LK-CRIB-DAT-CNF(WS-IDX)
                   MOVE PG-NOT-RPL TO LK-CRIB-NOT(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR_CRIB END-EXEC.

       0200-LIR-CRIB-FIN.
