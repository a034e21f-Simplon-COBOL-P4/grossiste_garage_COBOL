      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de création d'un lot de retour de carcasses au  *
      * reconditionneur : toutes les carcasses acceptées à             *
      * l'inspection ("ajurcpcrs") et pas encore renvoyées, dont la    *
      * pièce a ce fournisseur pour fournisseur principal, sont        *
      * rattachées à un nouveau lot (table retour_carcasse, id_rcs     *
      * porté par carcasse_rcp) avec l'avoir attendu du                *
      * reconditionneur (consigne hors taxe des carcasses). Le bon qui *
      * part avec la palette s'édite via "edtbrcfou" ; l'avoir         *
      * effectivement reçu est saisi via "majrcsfou". Pas de lot créé  *
      * s'il n'y a rien à renvoyer. Journalisé via "ajulog".           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; RCS=RETOUR DE CARCASSES; CRS=CARCASSE;              *
      * FOU=FOURNISSEUR; QTE=QUANTITE; MNT=MONTANT; ATT=ATTENDU;       *
      * CPT=COMPTAGE; CRE=CREATION; EDT=EDITION; MSG=MESSAGE;          *
      * TYP=TYPE; IDF=IDENTIFIANT; UTI=UTILISATEUR.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajurcsfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de role avant toute écriture en base.
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

      * Message et type de log du lot.
       01 WS-MNT-EDT             PIC Z(09)9.99.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "carcasse".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-RCS             PIC 9(10).
       01 PG-QTE-RCS             PIC 9(10).
       01 PG-MNT-ATT             PIC 9(10)V99.
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
      * Argument d'entrée : le reconditionneur (fournisseur principal
      * des pièces, id_fou de piece).
       01 LK-IDF-FOU             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : le lot créé (0 si aucune carcasse en
      * attente), le nombre de carcasses et l'avoir attendu.
       01 LK-IDF-RCS             PIC 9(10).
       01 LK-QTE-RCS             PIC 9(10).
       01 LK-MNT-ATT             PIC 9(10)V99.
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-IDF-UTI,
                                LK-IDF-RCS,
                                LK-QTE-RCS,
                                LK-MNT-ATT,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-RCS, LK-QTE-RCS, LK-MNT-ATT.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           PERFORM 0100-CPT-CRS-DEB
              THRU 0100-CPT-CRS-FIN.

           IF LK-AJU-RET-OK AND PG-QTE-RCS > 0
               PERFORM 0200-CRE-RCS-DEB
                  THRU 0200-CRE-RCS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Carcasses acceptées pas encore renvoyées dont le
      * reconditionneur est ce fournisseur, et l'avoir attendu : la
      * consigne hors taxe de chaque carcasse.
       0100-CPT-CRS-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(r.qte_rcp), 0),
                      COALESCE(SUM(r.qte_rcp * cc.val_crs), 0)
               INTO :PG-QTE-RCS, :PG-MNT-ATT
               FROM carcasse_rcp r
                   JOIN carcasse_cli cc ON cc.id_crs = r.id_crs
                   JOIN piece p ON p.id_pie = cc.id_pie
               WHERE r.acc_rcp = 1
                 AND r.id_rcs IS NULL
                 AND p.id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE = 0
               SET LK-AJU-RET-OK TO TRUE
           ELSE
               SET LK-AJU-RET-FK-ERR TO TRUE
           END-IF.

       0100-CPT-CRS-FIN.

      *-----------------------------------------------------------------
      * Crée le lot et y rattache les carcasses, d'un seul COMMIT.
       0200-CRE-RCS-DEB.

           EXEC SQL
               INSERT INTO retour_carcasse
                   (id_fou, date_rcs, qte_rcs, mnt_att_rcs, id_uti)
               VALUES (:PG-IDF-FOU, CURRENT_DATE, :PG-QTE-RCS,
                       :PG-MNT-ATT, NULLIF(:PG-IDF-UTI, 0))
               RETURNING id_rcs INTO :PG-IDF-RCS
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE carcasse_rcp r
                   SET id_rcs = :PG-IDF-RCS
                   FROM carcasse_cli cc, piece p
                   WHERE cc.id_crs = r.id_crs
                     AND p.id_pie = cc.id_pie
                     AND r.acc_rcp = 1
                     AND r.id_rcs IS NULL
                     AND p.id_fou = :PG-IDF-FOU
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-RCS TO LK-IDF-RCS.
           MOVE PG-QTE-RCS TO LK-QTE-RCS.
           MOVE PG-MNT-ATT TO LK-MNT-ATT.
           SET LK-AJU-RET-OK TO TRUE.

           MOVE PG-MNT-ATT TO WS-MNT-EDT.
           STRING "lot de carcasses " DELIMITED BY SIZE
                  PG-IDF-RCS DELIMITED BY SIZE
                  " au fournisseur " DELIMITED BY SIZE
                  PG-IDF-FOU DELIMITED BY SIZE
                  " avoir attendu " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0200-CRE-RCS-FIN.
