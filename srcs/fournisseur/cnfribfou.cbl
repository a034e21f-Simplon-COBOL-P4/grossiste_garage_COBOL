      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de confirmation (LK-TYP-ACT 1) ou de rejet (2)  *
      * du changement de coordonnées bancaires en attente d'un         *
      * fournisseur (demandé via "majribfou"), par un second           *
      * utilisateur après rappel du fournisseur à un numéro connu :    *
      * la note de rappel (qui a été appelé, à quel numéro) est        *
      * obligatoire pour confirmer. Le demandeur ne peut pas confirmer *
      * sa propre demande (code VC), mais peut la rejeter (annulation).*
      * A la confirmation, le nouvel IBAN/BIC est porté sur la fiche   *
      * fournisseur avec la date du changement (date_rib_fou, qui      *
      * bloque les virements de "genvirfou" pendant le délai           *
      * configuré) et l'ancienne / nouvelle valeur est écrite dans     *
      * l'historique des champs ("ajuhch"), le tout dans la même       *
      * transaction. Pas de demande en attente : code FK. Journalisé   *
      * via "ajulog".                                                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CNF=CONFIRMATION; RIB=RELEVE D'IDENTITE BANCAIRE;              *
      * FOU=FOURNISSEUR; TYP=TYPE; ACT=ACTION; NOT=NOTE; RPL=RAPPEL;   *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; DEM=DEMANDE/DEMANDEUR;       *
      * CRIB=CHANGEMENT DE RIB; ANC=ANCIEN; NOU=NOUVEAU; BIC=CODE      *
      * BANQUE; HCH=HISTORIQUE DE CHAMP; STT=STATUT.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnfribfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-CRIB            PIC 9(10).
       01 PG-ANC-IBAN            PIC X(34).
       01 PG-ANC-BIC             PIC X(11).
       01 PG-NOU-IBAN            PIC X(34).
       01 PG-NOU-BIC             PIC X(11).
       01 PG-UTI-DEM             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-STT-CRIB            PIC 9(01).
       01 PG-NOT-RPL             PIC X(40).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Historique des champs ("ajuhch") de l'IBAN et du BIC.
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

      * Message et type de log de la confirmation / du rejet.
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
      * Arguments d'entrée : le fournisseur, l'action (1 confirmer,
      * 2 rejeter) et la note de rappel.
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-TYP-ACT             PIC 9(01).
           88 LK-TYP-ACT-CNF                 VALUE 1.
           88 LK-TYP-ACT-REJ                 VALUE 2.
       01 LK-NOT-RPL             PIC X(40).
      * Identifiant de l'utilisateur connecté (second contrôle).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (pas de demande en attente), VC
      * (le demandeur ne peut pas confirmer), ER (note absente, action
      * inconnue ou erreur SQL), RO (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-TYP-ACT,
                                LK-NOT-RPL,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF NOT LK-TYP-ACT-CNF AND NOT LK-TYP-ACT-REJ
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-TYP-ACT-CNF AND LK-NOT-RPL = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-DEM-DEB
              THRU 0100-LIR-DEM-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-MAJ-DEM-DEB
                  THRU 0200-MAJ-DEM-FIN
           END-IF.

           IF LK-MAJ-RET-OK
               EXEC SQL COMMIT END-EXEC

               PERFORM 0400-JRN-DEB
                  THRU 0400-JRN-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Lit et verrouille la demande en attente du fournisseur.
       0100-LIR-DEM-DEB.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.
           MOVE LK-NOT-RPL TO PG-NOT-RPL.

           EXEC SQL
               SELECT id_crib, COALESCE(anc_iban_crib, ' '),
                      COALESCE(anc_bic_crib, ' '),
                      nou_iban_crib, nou_bic_crib,
                      COALESCE(id_uti_dem, 0)
               INTO :PG-IDF-CRIB, :PG-ANC-IBAN, :PG-ANC-BIC,
                    :PG-NOU-IBAN, :PG-NOU-BIC, :PG-UTI-DEM
               FROM changement_rib_fou
               WHERE id_fou = :PG-IDF-FOU
                 AND statut_crib = 0
               ORDER BY id_crib
               LIMIT 1
               FOR UPDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
      * Double contrôle : le confirmateur doit être un autre
      * utilisateur que le demandeur (demandeur inconnu = refus).
               WHEN LK-TYP-ACT-CNF
                    AND (PG-UTI-DEM = 0 OR PG-UTI-DEM = PG-IDF-UTI)
                   SET LK-MAJ-RET-CNC TO TRUE
               WHEN OTHER
                   SET LK-MAJ-RET-OK TO TRUE
           END-EVALUATE.

       0100-LIR-DEM-FIN.

      *-----------------------------------------------------------------
      * Clôt la demande (statut 1 confirmée / 2 rejetée) et, à la
      * confirmation, porte le RIB sur la fiche avec son historique.
       0200-MAJ-DEM-DEB.

           MOVE LK-TYP-ACT TO PG-STT-CRIB.

           EXEC SQL
               UPDATE changement_rib_fou
               SET statut_crib = :PG-STT-CRIB,
                   id_uti_cnf = NULLIF(:PG-IDF-UTI, 0),
                   date_cnf_crib = CURRENT_DATE,
                   note_rpl_crib = NULLIF(BTRIM(:PG-NOT-RPL), '')
               WHERE id_crib = :PG-IDF-CRIB
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-TYP-ACT-REJ
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE fournisseur
               SET iban_fou = :PG-NOU-IBAN,
                   bic_fou = :PG-NOU-BIC,
                   date_rib_fou = CURRENT_DATE
               WHERE id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0300-ENR-HCH-DEB
              THRU 0300-ENR-HCH-FIN.

           IF NOT WS-HCH-AJU-RET-OK
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-MAJ-DEM-FIN.

      *-----------------------------------------------------------------
      * Ancienne et nouvelle valeur de l'IBAN puis du BIC ("ajuhch"
      * n'écrit rien si la valeur n'a pas changé).
       0300-ENR-HCH-DEB.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-FOU  TO WS-HCH-FOU.

           MOVE "iban_fou"  TO WS-HCH-CHP.
           MOVE PG-ANC-IBAN TO WS-HCH-ANC.
           MOVE PG-NOU-IBAN TO WS-HCH-NOU.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

           IF NOT WS-HCH-AJU-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE "bic_fou"   TO WS-HCH-CHP.
           MOVE PG-ANC-BIC  TO WS-HCH-ANC.
           MOVE PG-NOU-BIC  TO WS-HCH-NOU.

           CALL "ajuhch"
               USING
               WS-HCH
               WS-HCH-AJU-RET
           END-CALL.

       0300-ENR-HCH-FIN.

      *-----------------------------------------------------------------
      * Journalise la confirmation ou le rejet.
       0400-JRN-DEB.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.

           IF LK-TYP-ACT-CNF
               STRING "confirmation du changement de RIB du "
                      DELIMITED BY SIZE
                      "fournisseur "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-FOU-EDT)
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "rejet du changement de RIB du fournisseur "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-FOU-EDT)
                      DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-JRN-FIN.
