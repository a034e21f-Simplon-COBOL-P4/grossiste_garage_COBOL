      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'envoi des fiches de données de sécurité (FDS) *
      * à la clôture d'une sortante client ("majliv") : chaque pièce   *
      * livrée qui porte une FDS ("majfds") et dont le client n'a      *
      * jamais reçu la version en vigueur - première livraison de la   *
      * pièce chez lui, ou fiche révisée depuis - voit sa fiche        *
      * inscrite au registre des documents ("ajudoc", type FDS,        *
      * rattachée à la livraison) et mise en file d'envoi, par mail    *
      * quand le client en a un, sinon avec les papiers de             *
      * l'expédition. La remise est tracée dans le registre remise_fds *
      * (id_cli, id_pie, ver_fds, date_fds, id_liv, date_rem, id_doc), *
      * édité pour l'inspection du travail par "edtfds". Appelé après  *
      * la validation de la clôture : un échec ici ne remet pas la     *
      * livraison en cours, la fiche repart à la prochaine livraison.  *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ENV=ENVOI; FDS=FICHE DE DONNEES DE SECURITE; LIV=LIVRAISON;    *
      * CLI=CLIENT; EML=MAIL; PIE=PIECE; VER=VERSION; DAT=DATE;        *
      * FIC=FICHIER; DOC=DOCUMENT; TYP=TYPE; CPY=COPIE; ETT=ETAT;      *
      * LCT=LECTURE; CUR=CURSEUR; IDX=INDICE; MAX=MAXIMUM; NBR=NOMBRE; *
      * EDT=EDITION; GEN=GENERATION; MSG=MESSAGE; UTI=UTILISATEUR;     *
      * IDF=IDENTIFIANT.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. envfds.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-EML-CLI              PIC X(50).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-VER-FDS              PIC X(10).
       01 PG-DAT-FDS              PIC X(10).
       01 PG-FIC-FDS              PIC X(40).
       01 PG-IDF-DOC              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pièces de la livraison sous FDS dont le client n'a pas encore
      * reçu la version en vigueur.
       EXEC SQL
           DECLARE CUR-FDS CURSOR FOR
               SELECT DISTINCT p.id_pie, p.fds_ver_pie,
                      CAST(p.fds_date_pie AS VARCHAR), p.fds_fic_pie
               FROM livraison_piece lp
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE lp.id_liv = :PG-IDF-LIV
                 AND COALESCE(lp.qt_recue_pie, lp.qt_liv_pie) > 0
                 AND p.fds_ver_pie IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1
                      FROM remise_fds r
                      WHERE r.id_cli = :PG-IDF-CLI
                        AND r.id_pie = p.id_pie
                        AND r.ver_fds = p.fds_ver_pie)
               ORDER BY p.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Fiches à joindre, relevées avant les envois (chaque
      * inscription au registre des documents valide sa propre
      * écriture).
       01 WS-TAB-FDS.
           05 WS-FDS              OCCURS 50 TIMES.
               10 WS-FDS-PIE      PIC 9(10).
               10 WS-FDS-VER      PIC X(10).
               10 WS-FDS-DAT      PIC X(10).
               10 WS-FDS-FIC      PIC X(40).
       77 WS-NBR-FDS              PIC 9(02) VALUE 0.
       77 WS-MAX-FDS              PIC 9(02) VALUE 50.
       77 WS-IDX-FDS              PIC 9(02).

       01 WS-TYP-DOC              PIC X(03) VALUE "FDS".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       01 WS-IDF-LIV-EDT          PIC Z(09)9.
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "fds".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Arguments d'entrée : la sortante qui vient d'être clôturée et
      * l'utilisateur connecté.
       01 LK-IDF-LIV              PIC 9(10).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de fiches jointes, et OK, VID
      * (pas une sortante client terminée), ERR (erreur SQL).
       01 LK-NBR-FDS              PIC 9(05).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-LIV,
                                LK-IDF-UTI,
                                LK-NBR-FDS,
                                LK-LIR-RET.

           MOVE 0 TO LK-NBR-FDS.
           MOVE LK-IDF-LIV TO PG-IDF-LIV.

           PERFORM 0100-LIR-LIV-DEB
              THRU 0100-LIR-LIV-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-LIR-FDS-DEB
              THRU 0200-LIR-FDS-FIN.

           PERFORM VARYING WS-IDX-FDS FROM 1 BY 1
                   UNTIL WS-IDX-FDS > WS-NBR-FDS
                      OR NOT LK-LIR-RET-OK

               PERFORM 0300-ENV-FDS-DEB
                  THRU 0300-ENV-FDS-FIN
           END-PERFORM.

           IF LK-NBR-FDS > 0
               PERFORM 0400-GEN-LOG-DEB
                  THRU 0400-GEN-LOG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La livraison doit être une sortante client terminée (pas un
      * retour) ; relève le client et son email.
       0100-LIR-LIV-DEB.

           SET LK-LIR-RET-OK TO TRUE.

           EXEC SQL
               SELECT l.id_cli, COALESCE(c.mail_cli, ' ')
               INTO :PG-IDF-CLI, :PG-EML-CLI
               FROM livraison l
                   JOIN client c ON c.id_cli = l.id_cli
               WHERE l.id_liv = :PG-IDF-LIV
                 AND l.statut_liv = 1
                 AND COALESCE(l.retour_liv, 0) = 0
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
               WHEN SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
           END-EVALUATE.

       0100-LIR-LIV-FIN.

      *-----------------------------------------------------------------
      * Relève les fiches à joindre et ferme le curseur.
       0200-LIR-FDS-DEB.

           MOVE 0 TO WS-NBR-FDS.

           EXEC SQL OPEN CUR-FDS END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-FDS >= WS-MAX-FDS

               EXEC SQL
                   FETCH CUR-FDS
                   INTO :PG-IDF-PIE, :PG-VER-FDS, :PG-DAT-FDS,
                        :PG-FIC-FDS
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-FDS
                   MOVE PG-IDF-PIE TO WS-FDS-PIE(WS-NBR-FDS)
                   MOVE PG-VER-FDS TO WS-FDS-VER(WS-NBR-FDS)
                   MOVE PG-DAT-FDS TO WS-FDS-DAT(WS-NBR-FDS)
                   MOVE PG-FIC-FDS TO WS-FDS-FIC(WS-NBR-FDS)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FDS END-EXEC.

       0200-LIR-FDS-FIN.

      *-----------------------------------------------------------------
      * Inscrit la fiche au registre des documents, rattachée à la
      * livraison, et la met en file d'envoi : par mail au client
      * s'il en a un, sinon avec les papiers de l'expédition (canal
      * par défaut). La remise est notée au registre FDS (remise_fds)
      * avec la version et la date de la fiche.
       0300-ENV-FDS-DEB.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               LK-IDF-LIV
               WS-FDS-FIC(WS-IDX-FDS)
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           IF NOT WS-DOC-AJU-RET-OK
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FDS-PIE(WS-IDX-FDS) TO PG-IDF-PIE.
           MOVE WS-FDS-VER(WS-IDX-FDS) TO PG-VER-FDS.
           MOVE WS-FDS-DAT(WS-IDX-FDS) TO PG-DAT-FDS.
           MOVE WS-FDS-FIC(WS-IDX-FDS) TO PG-FIC-FDS.

           EXEC SQL
               SELECT MAX(id_doc)
               INTO :PG-IDF-DOC
               FROM document_genere
               WHERE typ_doc = 'FDS'
                 AND id_ref = :PG-IDF-LIV
                 AND nom_fic = :PG-FIC-FDS
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-EML-CLI NOT = SPACES
               EXEC SQL
                   UPDATE file_envoi
                   SET canal_env = 'MAIL',
                       destinataire = :PG-EML-CLI
                   WHERE statut_env = 0
                     AND id_doc = :PG-IDF-DOC
               END-EXEC
           END-IF.

           EXEC SQL
               INSERT INTO remise_fds
                   (id_cli, id_pie, ver_fds, date_fds, id_liv,
                    date_rem, id_doc)
               VALUES (:PG-IDF-CLI, :PG-IDF-PIE, :PG-VER-FDS,
                       CAST(:PG-DAT-FDS AS DATE), :PG-IDF-LIV,
                       CURRENT_DATE, :PG-IDF-DOC)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO LK-NBR-FDS
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0300-ENV-FDS-FIN.

      *-----------------------------------------------------------------
      * Journalise les fiches jointes à la livraison.
       0400-GEN-LOG-DEB.

           MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT.
           MOVE LK-NBR-FDS TO WS-NBR-EDT.
           MOVE SPACES     TO WS-MSG-LOG.

           STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " fiche(s) de donnees de securite jointe(s) a la "
                  DELIMITED BY SIZE
                  "livraison " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-GEN-LOG-FIN.
