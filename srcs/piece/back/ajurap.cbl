      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'ouverture d'une campagne de rappel            *
      * constructeur (table campagne_rappel : id_rap, ref_rap          *
      * référence du constructeur, motif_rap, id_fou_rap fournisseur à *
      * qui réclamer les pièces rappelées, date_ouv_rap, statut_rap 0  *
      * en préparation / 1 lancée / 2 close, id_uti_rap, date_rcl_rap  *
      * date d'édition de la réclamation fournisseur, date_clo_rap).   *
      * Les pièces, lots et numéros de série concernés sont posés      *
      * ensuite par "ajucblrap", la campagne est lancée par "lanrap"   *
      * (quarantaine du stock restant, clients touchés, lettres de     *
      * rappel), les retours suivis par "majretrap" et "edtsuirap", la *
      * réclamation éditée par "edtrclrap" et la campagne close par    *
      * "clorap". Validée et journalisée via "ajulog".                 *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RAP=RAPPEL; REF=REFERENCE; MOT=MOTIF;               *
      * FOU=FOURNISSEUR; UTI=UTILISATEUR; NBR=NOMBRE; CTL=CONTROLE;    *
      * CRE=CREATION; MSG=MESSAGE; TYP=TYPE; NIV=NIVEAU; REQ=REQUIS;   *
      * ROL=ROLE; IDF=IDENTIFIANT.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajurap.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-REF-RAP             PIC X(30).
       01 PG-MOT-RAP             PIC X(60).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-RAP             PIC 9(10).
       01 PG-NBR-FOU             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la création.
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
      * Arguments d'entrée : référence de la campagne chez le
      * constructeur, motif du rappel, fournisseur à qui réclamer les
      * pièces rappelées et utilisateur connecté.
       01 LK-REF-RAP             PIC X(30).
       01 LK-MOT-RAP             PIC X(60).
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : la campagne créée.
       01 LK-IDF-RAP             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-REF-RAP,
                                LK-MOT-RAP,
                                LK-IDF-FOU,
                                LK-IDF-UTI,
                                LK-IDF-RAP,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-RAP.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-CTL-RAP-DEB
                  THRU 0100-CTL-RAP-FIN

               IF LK-AJU-RET-OK
                   PERFORM 0200-CRE-RAP-DEB
                      THRU 0200-CRE-RAP-FIN
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Référence et motif obligatoires ; le fournisseur doit exister
      * et ne pas être supprimé.
       0100-CTL-RAP-DEB.

           SET LK-AJU-RET-OK TO TRUE.

           IF LK-REF-RAP = SPACES OR LK-MOT-RAP = SPACES
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-FOU
               FROM fournisseur
               WHERE id_fou = :PG-IDF-FOU
                 AND supprime_le = ''
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-FOU = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
           END-IF.

       0100-CTL-RAP-FIN.

      *-----------------------------------------------------------------
      * Ouvre la campagne (statut 0 : en préparation, pièces, lots et
      * numéros de série concernés encore modifiables) et journalise.
       0200-CRE-RAP-DEB.

           MOVE LK-REF-RAP TO PG-REF-RAP.
           MOVE LK-MOT-RAP TO PG-MOT-RAP.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           EXEC SQL
               INSERT INTO campagne_rappel
                   (ref_rap, motif_rap, id_fou_rap, date_ouv_rap,
                    statut_rap, id_uti_rap)
               VALUES
                   (:PG-REF-RAP, :PG-MOT-RAP, :PG-IDF-FOU,
                    CURRENT_DATE, 0, :PG-IDF-UTI)
               RETURNING id_rap INTO :PG-IDF-RAP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           MOVE PG-IDF-RAP TO LK-IDF-RAP.

           MOVE PG-IDF-RAP TO WS-IDF-RAP-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           STRING "campagne de rappel " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-RAP-EDT) DELIMITED BY SIZE
                  " ouverte, reference " DELIMITED BY SIZE
                  FUNCTION TRIM(LK-REF-RAP) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-CRE-RAP-FIN.
