      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie de la réponse d'un fournisseur        *
      * consulté à une demande de prix : les conditions de l'offre     *
      * (devise, à blanc = devise du fournisseur ; délai en jours ;    *
      * date de validité ; frais de port et de douane de l'offre       *
      * entière) sont posées sur demande_prix_fou avec la date de      *
      * réponse, et le prix unitaire de la pièce dans la devise de     *
      * l'offre est posé ou remplacé dans la table reponse_prix        *
      * (id_dpx, id_fou, id_pie, prix_rep) ; un prix à 0 retire la     *
      * ligne (pièce non chiffrée). La devise doit être l'euro ou      *
      * figurer dans taux_change. Les réponses reçues en fichier sont  *
      * importées par "imprepdpx". Validé d'un seul COMMIT et          *
      * journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; REP=REPONSE; DPX=DEMANDE DE PRIX;             *
      * FOU=FOURNISSEUR; PIE=PIECE; PRI=PRIX; DEV=DEVISE; DEL=DELAI;   *
      * DAT=DATE; VAL=VALIDITE; FRA=FRAIS; STA=STATUT; NBR=NOMBRE;     *
      * CTL=CONTROLE; UTI=UTILISATEUR; MSG=MESSAGE; TYP=TYPE;          *
      * ROL=ROLE; NIV=NIVEAU; REQ=REQUIS; RET=RETOUR; IDF=IDENTIFIANT. *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majrepdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-PRI-REP             PIC 9(08)V99.
       01 PG-DEV-REP             PIC X(03).
       01 PG-DEL-REP             PIC 9(05).
       01 PG-DAT-VAL             PIC X(10).
       01 PG-FRA-REP             PIC 9(08)V99.
       01 PG-STA-DPX             PIC 9(01).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la saisie.
       01 WS-IDF-DPX-EDT         PIC Z(10).
       01 WS-IDF-FOU-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "demande_prix".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la demande, le fournisseur qui répond,
      * la pièce et son prix unitaire (0 = le fournisseur ne la
      * chiffre pas), puis les conditions de l'offre : devise (à
      * blanc = devise du fournisseur), délai en jours, date de
      * validité (AAAA-MM-JJ) et frais de port et de douane de
      * l'offre entière, dans la devise de l'offre.
       01 LK-IDF-DPX             PIC 9(10).
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-PRI-REP             PIC 9(08)V99.
       01 LK-DEV-REP             PIC X(03).
       01 LK-DEL-REP             PIC 9(05).
       01 LK-DAT-VAL             PIC X(10).
       01 LK-FRA-REP             PIC 9(08)V99.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-IDF-FOU,
                                LK-IDF-PIE,
                                LK-PRI-REP,
                                LK-DEV-REP,
                                LK-DEL-REP,
                                LK-DAT-VAL,
                                LK-FRA-REP,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-REP-DEB
                  THRU 0100-CTL-REP-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-MAJ-REP-DEB
                      THRU 0200-MAJ-REP-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La demande ne doit pas être attribuée, le fournisseur doit
      * avoir été consulté et la pièce figurer sur la demande. La
      * devise doit être l'euro ou avoir un taux (table
      * taux_change) ; la date de validité est obligatoire.
       0100-CTL-REP-DEB.

           MOVE LK-IDF-DPX TO PG-IDF-DPX.
           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-PRI-REP TO PG-PRI-REP.
           MOVE LK-DEV-REP TO PG-DEV-REP.
           MOVE LK-DEL-REP TO PG-DEL-REP.
           MOVE LK-DAT-VAL TO PG-DAT-VAL.
           MOVE LK-FRA-REP TO PG-FRA-REP.

           IF LK-DAT-VAL = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT statut_dpx,
                      (SELECT COUNT(*)
                       FROM demande_prix_fou df
                       WHERE df.id_dpx = demande_prix.id_dpx
                         AND df.id_fou = :PG-IDF-FOU)
                      + (SELECT COUNT(*)
                         FROM demande_prix_piece dp
                         WHERE dp.id_dpx = demande_prix.id_dpx
                           AND dp.id_pie = :PG-IDF-PIE)
               INTO :PG-STA-DPX, :PG-NBR
               FROM demande_prix
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-DPX = 2 OR PG-NBR < 2
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-DEV-REP = SPACES
               EXEC SQL
                   SELECT COALESCE(NULLIF(devise_fou, ''), 'EUR')
                   INTO :PG-DEV-REP
                   FROM fournisseur
                   WHERE id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM taux_change
               WHERE devise = :PG-DEV-REP
           END-EXEC.

           IF PG-DEV-REP NOT = "EUR" AND PG-NBR = 0
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               SET LK-MAJ-RET-OK TO TRUE
           END-IF.

       0100-CTL-REP-FIN.

      *-----------------------------------------------------------------
      * Conditions de l'offre sur le fournisseur consulté, puis prix
      * de la pièce (posé ou remplacé ; un prix à 0 retire la ligne),
      * le tout d'un seul COMMIT, et journalise.
       0200-MAJ-REP-DEB.

           EXEC SQL
               UPDATE demande_prix_fou
               SET devise_dpf = :PG-DEV-REP,
                   delai_dpf = :PG-DEL-REP,
                   validite_dpf = CAST(:PG-DAT-VAL AS DATE),
                   frais_dpf = :PG-FRA-REP,
                   date_rep_dpf = CURRENT_DATE
               WHERE id_dpx = :PG-IDF-DPX
                 AND id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-PRI-REP = 0
               EXEC SQL
                   DELETE FROM reponse_prix
                   WHERE id_dpx = :PG-IDF-DPX
                     AND id_fou = :PG-IDF-FOU
                     AND id_pie = :PG-IDF-PIE
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE reponse_prix
                   SET prix_rep = :PG-PRI-REP
                   WHERE id_dpx = :PG-IDF-DPX
                     AND id_fou = :PG-IDF-FOU
                     AND id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO reponse_prix
                           (id_dpx, id_fou, id_pie, prix_rep)
                       VALUES
                           (:PG-IDF-DPX, :PG-IDF-FOU, :PG-IDF-PIE,
                            :PG-PRI-REP)
                   END-EXEC
               END-IF
           END-IF.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-MAJ-RET-OK TO TRUE.

           MOVE PG-IDF-DPX TO WS-IDF-DPX-EDT.
           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           STRING "reponse du fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  " a la demande de prix " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-MAJ-REP-FIN.
