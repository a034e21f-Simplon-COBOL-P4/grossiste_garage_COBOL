      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de clôture d'une campagne de rappel             *
      * constructeur, quand tout est justifié : la campagne est lancée *
      * ("lanrap"), chaque ligne client de rappel_client est soldée    *
      * (tout rendu, ou le reste déclaré monté ou détruit par le       *
      * client, "majretrap"), et la réclamation au fournisseur a été   *
      * éditée ("edtrclrap") s'il y a des pièces à lui réclamer. Rend  *
      * le nombre de lignes client encore ouvertes. La campagne passe  *
      * close (statut 2, date_clo_rap) ; le stock bloqué reste en      *
      * quarantaine jusqu'à son enlèvement par le fournisseur.         *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CLO=CLOTURE; RAP=RAPPEL; STA=STATUT; DAT=DATE;                 *
      * RCL=RECLAMATION; NBR=NOMBRE; OUV=OUVERTE; QTE=QUANTITE;        *
      * CTL=CONTROLE; MSG=MESSAGE; TYP=TYPE; NIV=NIVEAU; REQ=REQUIS;   *
      * ROL=ROLE; UTI=UTILISATEUR; IDF=IDENTIFIANT.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clorap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-RAP             PIC 9(10).
       01 PG-STA-RAP             PIC 9(01).
       01 PG-DAT-RCL             PIC X(10).
       01 PG-NBR-OUV             PIC 9(05).
       01 PG-QTE-RCL             PIC 9(08)V9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la clôture.
       01 WS-IDF-RAP-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "rappel".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la campagne et l'utilisateur connecté.
       01 LK-IDF-RAP             PIC 9(10).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : nombre de lignes client non soldées, et
      * OK, FK (campagne inconnue ou pas lancée), SK (lignes client
      * non soldées), ER (réclamation fournisseur pas encore éditée,
      * ou erreur SQL).
       01 LK-NBR-OUV             PIC 9(05).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-RAP,
                                LK-IDF-UTI,
                                LK-NBR-OUV,
                                LK-MAJ-RET.

           MOVE 0 TO LK-NBR-OUV.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-CLO-DEB
                  THRU 0100-CTL-CLO-FIN

               IF LK-MAJ-RET-OK
                   PERFORM 0200-CLO-RAP-DEB
                      THRU 0200-CLO-RAP-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Tout doit être justifié : la campagne est lancée, chaque
      * ligne client est soldée (tout rendu, ou le reste déclaré
      * monté ou détruit), et la réclamation au fournisseur a été
      * éditée s'il y a des pièces à lui réclamer.
       0100-CTL-CLO-DEB.

           SET LK-MAJ-RET-OK TO TRUE.
           MOVE LK-IDF-RAP TO PG-IDF-RAP.

           EXEC SQL
               SELECT statut_rap,
                      COALESCE(CAST(date_rcl_rap AS VARCHAR), ' '),
                      (SELECT COUNT(*)
                       FROM rappel_client r
                       WHERE r.id_rap = campagne_rappel.id_rap
                         AND r.solde_rcl = 0),
                      (SELECT COALESCE(SUM(c.qte_qrn_cbl), 0)
                       FROM campagne_rappel_cible c
                       WHERE c.id_rap = campagne_rappel.id_rap)
                    + (SELECT COALESCE(SUM(r.qte_ret_rcl), 0)
                       FROM rappel_client r
                       WHERE r.id_rap = campagne_rappel.id_rap)
               INTO :PG-STA-RAP, :PG-DAT-RCL, :PG-NBR-OUV,
                    :PG-QTE-RCL
               FROM campagne_rappel
               WHERE id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-STA-RAP NOT = 1
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-OUV > 0
               MOVE PG-NBR-OUV TO LK-NBR-OUV
               SET LK-MAJ-RET-STK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-QTE-RCL > 0 AND PG-DAT-RCL = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0100-CTL-CLO-FIN.

      *-----------------------------------------------------------------
      * Clôt la campagne et journalise. Le stock bloqué reste en
      * quarantaine jusqu'à son enlèvement par le fournisseur.
       0200-CLO-RAP-DEB.

           EXEC SQL
               UPDATE campagne_rappel
               SET statut_rap = 2,
                   date_clo_rap = CURRENT_DATE
               WHERE id_rap = :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           STRING "campagne de rappel " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  " close" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-CLO-RAP-FIN.
