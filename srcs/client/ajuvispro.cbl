      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'enregistrement d'un compte rendu de visite    *
      * d'un représentant chez un prospect (table visite_prospect :    *
      * id_vis, id_pro, id_rep, date_vis, cr_vis, id_uti), daté du     *
      * jour ou de la date saisie. La visite est rattachée au          *
      * représentant qui suit le prospect ; un prospect nouveau passe  *
      * au statut en cours. Ces visites alimentent le suivi à l'écran  *
      * "ecrpro" et l'édition de conversion par représentant           *
      * "edtcnvpro". Journalisé via "ajulog".                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; VIS=VISITE; PRO=PROSPECT; REP=REPRESENTANT;         *
      * STA=STATUT; DAT=DATE; CR=COMPTE RENDU; EDT=EDITION;            *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajuvispro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-IDF-REP             PIC 9(10).
       01 PG-STA-PRO             PIC 9(01).
       01 PG-DAT-VIS             PIC X(10).
       01 PG-CR-VIS              PIC X(70).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

      * Message et type de log du compte rendu.
       01 WS-IDF-PRO-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "prospect".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : le prospect visité, la date de la visite
      * (AAAA-MM-JJ, à blanc = aujourd'hui) et le compte rendu.
       01 LK-IDF-PRO             PIC 9(10).
       01 LK-DAT-VIS             PIC X(10).
       01 LK-CR-VIS              PIC X(70).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PRO,
                                LK-DAT-VIS,
                                LK-CR-VIS,
                                LK-IDF-UTI,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-AJU-VIS-DEB
                  THRU 0100-AJU-VIS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Enregistre le compte rendu au nom du représentant qui suit le
      * prospect ; un prospect nouveau passe en cours. Pas de visite
      * sur un prospect déjà converti (le suivi continue sur la fiche
      * client).
       0100-AJU-VIS-DEB.

           IF LK-CR-VIS = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-PRO TO PG-IDF-PRO.
           MOVE LK-DAT-VIS TO PG-DAT-VIS.
           MOVE LK-CR-VIS  TO PG-CR-VIS.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               SELECT COALESCE(id_rep, 0), COALESCE(statut_pro, 0)
               INTO :PG-IDF-REP, :PG-STA-PRO
               FROM prospect
               WHERE id_pro = :PG-IDF-PRO
           END-EXEC.

           IF SQLCODE = 100
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0 OR PG-STA-PRO = 3
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO visite_prospect
                   (id_pro, id_rep, date_vis, cr_vis, id_uti)
               VALUES
                   (:PG-IDF-PRO, :PG-IDF-REP,
                    COALESCE(CAST(NULLIF(BTRIM(:PG-DAT-VIS), '')
                                  AS DATE), CURRENT_DATE),
                    :PG-CR-VIS, :PG-IDF-UTI)
           END-EXEC.

           IF SQLCODE = 0 AND PG-STA-PRO = 0
               EXEC SQL
                   UPDATE prospect
                   SET statut_pro = 1
                   WHERE id_pro = :PG-IDF-PRO
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           SET LK-AJU-RET-OK TO TRUE.

           MOVE PG-IDF-PRO TO WS-IDF-PRO-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "[" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PRO-EDT) DELIMITED BY SIZE
                  "] Visite : " DELIMITED BY SIZE
                  PG-CR-VIS DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0100-AJU-VIS-FIN.
