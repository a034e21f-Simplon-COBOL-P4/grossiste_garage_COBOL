      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de demande de changement des coordonnées        *
      * bancaires d'un fournisseur (IBAN, BIC). La demande n'est pas   *
      * portée sur la fiche : elle est inscrite "en attente" (statut   *
      * 0) dans "changement_rib_fou" avec l'ancien et le nouveau RIB,  *
      * le demandeur et la date, et ne prend effet qu'une fois         *
      * confirmée par un second utilisateur après rappel du            *
      * fournisseur ("cnfribfou"). Une seule demande en attente par    *
      * fournisseur : une seconde est refusée (code VC) tant que la    *
      * première n'est ni confirmée ni rejetée. La table tient aussi   *
      * l'historique des changements. Journalisé via "ajulog"          *
      * (données bancaires : on doit savoir qui les a touchées).       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; RIB=RELEVE D'IDENTITE BANCAIRE;               *
      * FOU=FOURNISSEUR; BIC=CODE BANQUE; IDF=IDENTIFIANT;             *
      * UTI=UTILISATEUR; ANC=ANCIEN; NBR=NOMBRE; ATT=EN ATTENTE.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majribfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IBAN                PIC X(34).
       01 PG-BIC                 PIC X(11).
       01 PG-ANC-IBAN            PIC X(34).
       01 PG-ANC-BIC             PIC X(11).
       01 PG-NBR-ATT             PIC 9(05).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la demande de changement.
       01 WS-IDF-FOU-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "ribfou".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le fournisseur et ses nouvelles
      * coordonnées.
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-IBAN                PIC X(34).
       01 LK-BIC                 PIC X(11).
      * Identifiant de l'utilisateur connecté (demandeur), pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK (demande en attente), FK (fournisseur
      * inconnu), VC (demande déjà en attente), ER (RIB incomplet,
      * identique à l'actuel ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-IBAN,
                                LK-BIC,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-DEM-DEB
                  THRU 0100-CTL-DEM-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-AJU-DEM-DEB
                      THRU 0200-AJU-DEM-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôles de la demande : RIB complet, fournisseur connu, pas
      * de demande déjà en attente, RIB différent de l'actuel.
       0100-CTL-DEM-DEB.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE FUNCTION UPPER-CASE(LK-IBAN) TO PG-IBAN.
           MOVE FUNCTION UPPER-CASE(LK-BIC)  TO PG-BIC.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           IF LK-IBAN = SPACES OR LK-BIC = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(iban_fou, ' '), COALESCE(bic_fou, ' ')
               INTO :PG-ANC-IBAN, :PG-ANC-BIC
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-ATT
               FROM changement_rib_fou
               WHERE id_fou = :PG-IDF-FOU
                 AND statut_crib = 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN PG-NBR-ATT > 0
                   SET LK-MAJ-RET-CNC TO TRUE
               WHEN PG-IBAN = PG-ANC-IBAN AND PG-BIC = PG-ANC-BIC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   SET LK-MAJ-RET-OK TO TRUE
           END-EVALUATE.

       0100-CTL-DEM-FIN.

      *-----------------------------------------------------------------
      * Inscrit la demande en attente (la date est posée par la base)
      * et journalise.
       0200-AJU-DEM-DEB.

           EXEC SQL
               INSERT INTO changement_rib_fou
                   (id_fou, anc_iban_crib, anc_bic_crib,
                    nou_iban_crib, nou_bic_crib, statut_crib,
                    id_uti_dem, date_dem_crib)
               VALUES
                   (:PG-IDF-FOU, NULLIF(BTRIM(:PG-ANC-IBAN), ''),
                    NULLIF(BTRIM(:PG-ANC-BIC), ''),
                    :PG-IBAN, :PG-BIC, 0,
                    NULLIF(:PG-IDF-UTI, 0), CURRENT_DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           STRING "demande de changement du RIB du fournisseur "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT)
                  DELIMITED BY SIZE
                  " (en attente de confirmation)"
                  DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-AJU-DEM-FIN.
