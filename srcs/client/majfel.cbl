      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de renvoi d'une facture ou d'un avoir           *
      * électronique après correction : le document (FAC/AVR et        *
      * numéro, dans la numérotation de la société de la session       *
      * G-SOC-ID, 1 à défaut) doit être suivi dans                     *
      * "facture_electronique" (code FK sinon) et son statut courant   *
      * marqué "à corriger" au catalogue "stafel" (code ER sinon). Il  *
      * passe au statut 1 "à renvoyer" avec la correction pour motif,  *
      * une ligne est ajoutée à l'historique "statut_fel_hist" au nom  *
      * de l'utilisateur, le tout d'un seul COMMIT ; "genfel" le       *
      * régénère et le retransmet au prochain passage de la chaîne.    *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; FEL=FACTURE ELECTRONIQUE; TYP=TYPE;           *
      * DOC=DOCUMENT; NUM=NUMERO; IDF=IDENTIFIANT; STA=STATUT;         *
      * MOT=MOTIF; COR=CORRECTION; UTI=UTILISATEUR; LIR=LIRE;          *
      * RNV=RENVOI; IDX=INDEX; EDT=EDITION; NIV=NIVEAU; REQ=REQUIS;    *
      * ROL=ROLE; SOC=SOCIETE.                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majfel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP-DOC             PIC X(03).
       01 PG-NUM-DOC             PIC 9(10).
       01 PG-IDF-FEL             PIC 9(10).
       01 PG-STA-FEL             PIC 9(03).
       01 PG-MOT-FEL             PIC X(80).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Catalogue des statuts : seul un document dont le statut
      * courant est marqué "à corriger" peut être renvoyé.
       COPY stafel.
       77 WS-IDX-STA             PIC 9(02).

      * Message et type de log du renvoi.
       01 WS-NUM-EDT             PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "fact_elec".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : le document (FAC ou AVR et numéro) et
      * la correction apportée, reprise comme motif du statut.
       01 LK-TYP-DOC             PIC X(03).
       01 LK-NUM-DOC             PIC 9(10).
       01 LK-MOT-COR             PIC X(80).
      * Identifiant de l'utilisateur connecté, pour l'historique et
      * le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : OK, FK (document jamais transmis), ER
      * (statut qui ne demande pas de correction ou erreur SQL), RO
      * (droits).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-DOC,
                                LK-NUM-DOC,
                                LK-MOT-COR,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LIR-FEL-DEB
              THRU 0100-LIR-FEL-FIN.

           IF LK-MAJ-RET-OK
               PERFORM 0200-RNV-FEL-DEB
                  THRU 0200-RNV-FEL-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Document suivi, verrouillé, dont le statut courant demande une
      * correction.
       0100-LIR-FEL-DEB.

           MOVE LK-TYP-DOC TO PG-TYP-DOC.
           MOVE LK-NUM-DOC TO PG-NUM-DOC.
           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           EXEC SQL
               SELECT id_fel, statut_fel
               INTO :PG-IDF-FEL, :PG-STA-FEL
               FROM facture_electronique
               WHERE typ_fel = :PG-TYP-DOC
                 AND num_doc = :PG-NUM-DOC
                 AND COALESCE(id_soc, 1) = :PG-IDF-SOC
               FOR UPDATE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-MAJ-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-STA-NBE
                      OR WS-STA-COD(WS-IDX-STA) = PG-STA-FEL
               CONTINUE
           END-PERFORM.

           IF WS-IDX-STA > WS-STA-NBE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-STA-COR(WS-IDX-STA) NOT = "C"
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               SET LK-MAJ-RET-OK TO TRUE
           END-IF.

       0100-LIR-FEL-FIN.

      *-----------------------------------------------------------------
      * Passe le document "à renvoyer" (statut 1) : "genfel" le
      * régénère et le retransmet au prochain passage de la chaîne.
      * Statut et historique d'un seul COMMIT, puis journalisation.
       0200-RNV-FEL-DEB.

           MOVE 1          TO PG-STA-FEL.
           MOVE LK-MOT-COR TO PG-MOT-FEL.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               UPDATE facture_electronique
               SET statut_fel = :PG-STA-FEL,
                   date_sta_fel = CURRENT_DATE,
                   motif_fel = NULLIF(BTRIM(:PG-MOT-FEL), '')
               WHERE id_fel = :PG-IDF-FEL
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO statut_fel_hist
                       (id_fel, statut_sfh, date_sfh, motif_sfh,
                        id_uti, date_sai_sfh)
                   VALUES
                       (:PG-IDF-FEL, :PG-STA-FEL, CURRENT_DATE,
                        NULLIF(BTRIM(:PG-MOT-FEL), ''), :PG-IDF-UTI,
                        CURRENT_DATE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-NUM-DOC TO WS-NUM-EDT.
           STRING PG-TYP-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  " corrige, a renvoyer : " DELIMITED BY SIZE
                  PG-MOT-FEL DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-RNV-FEL-FIN.
