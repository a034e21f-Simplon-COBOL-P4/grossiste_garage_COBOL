      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui pose les   *
      * clôtures inaltérables des ventes (loi anti-fraude TVA) pour    *
      * chaque société : une clôture journalière (CLJ) par jour échu   *
      * depuis la dernière, du premier jour signé à la veille ; une    *
      * clôture mensuelle (CLM) pour chaque mois dont tous les jours   *
      * sont clos ; une clôture annuelle (CLA) pour chaque année dont  *
      * tous les mois sont clos. Table cloture_vente (id_clo, id_soc,  *
      * type_clo, periode_clo AAAA-MM-JJ / AAAA-MM / AAAA,             *
      * nbr_doc_clo, tot_fac_clo et tot_vcp_clo = totaux TTC de la     *
      * période, gt_fac_clo et gt_vcp_clo = grands totaux perpétuels   *
      * des chaînes factures et ventes comptoir à la fin de la         *
      * période, date_clo). Le jour est totalisé sur les maillons      *
      * signés ce jour-là (chaine_signature), le mois sur ses jours,   *
      * l'année sur ses mois. Chaque clôture est signée dans sa propre *
      * chaîne ("ajusig") dans la même transaction. Chaque mois clos   *
      * est archivé : archive_ventes_AAAA-MM.txt (suffixé _NN pour une *
      * autre société que la 1) reprend tous les maillons du mois      *
      * (factures, ventes comptoir et clôtures de caisse signées dans  *
      * le mois, clôtures journalières et mensuelle du mois) et porte  *
      * la signature de l'archive, sha256(clé "cle_sig_vte" || suite   *
      * des signatures des maillons) ; l'archive est inscrite dans     *
      * archive_vente et signée à son tour (ARC). Code retour 8 si une *
      * clôture ou une archive n'a pu être posée (elle sera reprise la *
      * nuit suivante, rien n'étant validé à moitié).                  *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; CLO=CLOTURE; VTE=VENTE; SOC=SOCIETE;           *
      * PER=PERIODE; TYP=TYPE; FIL=FILLE; NBR=NOMBRE; DOC=DOCUMENT;    *
      * TOT=TOTAL; FAC=FACTURE; VCP=VENTE COMPTOIR; GT=GRAND TOTAL;    *
      * IND=INDICATEUR; IDF=IDENTIFIANT; ARC=ARCHIVE; SIG=SIGNATURE;   *
      * CLE=CLE; DON=DONNEES; PRE=PRECEDENT; DAT=DATE; ORI=ORIGINE;    *
      * FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT; ERR=ERREUR;     *
      * CUR=CURSEUR; IDX=INDEX; JOU=JOURNALIERE; MOI=MENSUELLE;        *
      * ANN=ANNUELLE; EDT=EDITE; MNT=MONTANT.                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genclovte.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-ARC ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Archive mensuelle signée : un maillon par ligne.
       FD  FIC-ARC.
       01  FD-LGN-ARC                 PIC X(500).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-PER-CLO             PIC X(10).
       01 PG-IND-CLO             PIC 9(01).
       01 PG-TYP-CLO             PIC X(03).
       01 PG-TYP-FIL             PIC X(03).
       01 PG-NBR-DOC             PIC 9(08).
       01 PG-TOT-FAC             PIC S9(12)V99.
       01 PG-TOT-VCP             PIC S9(12)V99.
       01 PG-GT-FAC              PIC S9(12)V99.
       01 PG-GT-VCP              PIC S9(12)V99.
       01 PG-IDF-CLO             PIC 9(10).
      * Archive du mois : fichier, maillons et signature.
       01 PG-NOM-FIC             PIC X(40).
       01 PG-NBR-SIG             PIC 9(08).
       01 PG-SIG-ARC             PIC X(64).
       01 PG-IDF-ARC             PIC 9(10).
       01 PG-CLE-SIG             PIC X(64).
      * Maillon lu pour l'archive.
       01 PG-TYP-SIG             PIC X(03).
       01 PG-IDF-ORI             PIC 9(10).
       01 PG-DAT-SIG             PIC X(19).
       01 PG-DON-SIG             PIC X(250).
       01 PG-GT-SIG              PIC S9(12)V99.
       01 PG-SIG-PRE             PIC X(64).
       01 PG-SIG                 PIC X(64).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Sociétés à clôturer.
       EXEC SQL
           DECLARE CUR-SOC CURSOR FOR
               SELECT id_soc
               FROM societe
               ORDER BY id_soc
               FOR READ ONLY
       END-EXEC.

      * Maillons d'un mois clos : ventes, factures et clôtures de
      * caisse signées dans le mois, clôtures journalières et
      * mensuelle du mois.
       EXEC SQL
           DECLARE CUR-ARC CURSOR FOR
               SELECT s.type_sig, s.id_ori,
                      TO_CHAR(s.date_sig, 'YYYY-MM-DD HH24:MI:SS'),
                      s.donnees_sig, s.gt_sig, s.sig_prec, s.sig
               FROM chaine_signature s
               WHERE s.id_soc = :PG-IDF-SOC
                 AND ((s.type_sig IN ('FAC', 'VCP', 'CAI')
                       AND TO_CHAR(s.date_sig, 'YYYY-MM')
                           = RTRIM(:PG-PER-CLO))
                   OR (s.type_sig IN ('CLJ', 'CLM')
                       AND s.id_ori IN
                           (SELECT c.id_clo
                            FROM cloture_vente c
                            WHERE c.id_soc = :PG-IDF-SOC
                              AND c.type_clo IN ('CLJ', 'CLM')
                              AND c.periode_clo
                                  LIKE RTRIM(:PG-PER-CLO) || '%')))
               ORDER BY s.id_sig
               FOR READ ONLY
       END-EXEC.

      * Sociétés chargées avant de clôturer : chaque clôture est
      * validée par son COMMIT, qui fermerait un curseur ouvert.
       01 WS-TAB-SOC.
           05 WS-IDF-SOC         PIC 9(02) OCCURS 99 TIMES.
       77 WS-NBR-SOC             PIC 9(02) VALUE 0.
       77 WS-IDX-SOC             PIC 9(02).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Une clôture ou une archive non posée : la période reste
      * ouverte jusqu'à la nuit suivante.
       01 WS-ETT-ERR             PIC 9(01) VALUE 0.
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.
       01 WS-ETT-PER             PIC 9(01).
           88 WS-ETT-PER-ENC                 VALUE 0.
           88 WS-ETT-PER-FIN                 VALUE 1.

       01 WS-NBR-JOU             PIC 9(05) VALUE 0.
       01 WS-NBR-MOI             PIC 9(05) VALUE 0.
       01 WS-NBR-ANN             PIC 9(05) VALUE 0.
       01 WS-NBR-ARC             PIC 9(05) VALUE 0.

      * Maillon de la clôture ou de l'archive ("ajusig").
       01 WS-TYP-ARC             PIC X(03) VALUE "ARC".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

      * Fichier et lignes de l'archive.
       01 WS-NOM-FIC             PIC X(40).
       01 WS-IDF-ORI-EDT         PIC Z(09)9.
       01 WS-GT-EDT              PIC -(12)9.99.
       01 WS-NBR-EDT             PIC Z(07)9.

      * Message et type de log du traitement.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "cloture_vte".
       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0050-CHG-SOC-DEB
              THRU 0050-CHG-SOC-FIN.

           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
                   UNTIL WS-IDX-SOC > WS-NBR-SOC

               MOVE WS-IDF-SOC(WS-IDX-SOC) TO PG-IDF-SOC

               PERFORM 0100-CLO-JOU-DEB
                  THRU 0100-CLO-JOU-FIN

               PERFORM 0200-CLO-MOI-DEB
                  THRU 0200-CLO-MOI-FIN

               PERFORM 0300-CLO-ANN-DEB
                  THRU 0300-CLO-ANN-FIN
           END-PERFORM.

           MOVE SPACES TO WS-MSG-LOG.
           STRING "clotures des ventes : " DELIMITED BY SIZE
                  WS-NBR-JOU DELIMITED BY SIZE
                  " jour(s), " DELIMITED BY SIZE
                  WS-NBR-MOI DELIMITED BY SIZE
                  " mois, " DELIMITED BY SIZE
                  WS-NBR-ANN DELIMITED BY SIZE
                  " annee(s), " DELIMITED BY SIZE
                  WS-NBR-ARC DELIMITED BY SIZE
                  " archive(s)" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-UTI-ID,
                               WS-LOG-AJU-RET
           END-CALL.

           DISPLAY "genclovte : " FUNCTION TRIM(WS-MSG-LOG).

           IF WS-ETT-ERR-OUI
               DISPLAY "genclovte : cloture ou archive non posee,"
                   " reprise a la prochaine nuit"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Charge les sociétés déclarées.
       0050-CHG-SOC-DEB.

           EXEC SQL OPEN CUR-SOC END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-SOC
                   INTO :PG-IDF-SOC
               END-EXEC

               IF SQLCODE = 0 AND WS-NBR-SOC < 99
                   ADD 1 TO WS-NBR-SOC
                   MOVE PG-IDF-SOC TO WS-IDF-SOC(WS-NBR-SOC)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SOC END-EXEC.

      * Sans table des sociétés renseignée, la société historique.
           IF WS-NBR-SOC = 0
               MOVE 1 TO WS-NBR-SOC
               MOVE 1 TO WS-IDF-SOC(1)
           END-IF.

       0050-CHG-SOC-FIN.

      *-----------------------------------------------------------------
      * Clôtures journalières : du lendemain de la dernière clôture
      * (ou du premier jour signé) jusqu'à la veille.
       0100-CLO-JOU-DEB.

           MOVE SPACES TO PG-PER-CLO.

           EXEC SQL
               SELECT COALESCE(
                   CAST(CAST(MAX(periode_clo) AS DATE) + 1 AS VARCHAR),
                   (SELECT CAST(MIN(CAST(s.date_sig AS DATE))
                               AS VARCHAR)
                    FROM chaine_signature s
                    WHERE s.id_soc = :PG-IDF-SOC
                      AND s.type_sig IN ('FAC', 'VCP', 'CAI')),
                   '')
               INTO :PG-PER-CLO
               FROM cloture_vente
               WHERE id_soc = :PG-IDF-SOC
                 AND type_clo = 'CLJ'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PER-CLO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "CLJ" TO PG-TYP-CLO.
           SET WS-ETT-PER-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-PER-FIN

               EXEC SQL
                   SELECT CASE WHEN CAST(RTRIM(:PG-PER-CLO) AS DATE)
                                    < CURRENT_DATE
                               THEN 1 ELSE 0 END
                   INTO :PG-IND-CLO
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-IND-CLO = 0
                   SET WS-ETT-PER-FIN TO TRUE
               ELSE
                   PERFORM 0110-CUM-JOU-DEB
                      THRU 0110-CUM-JOU-FIN
                   PERFORM 0500-AJU-CLO-DEB
                      THRU 0500-AJU-CLO-FIN
               END-IF

               IF WS-ETT-ERR-OUI
                   SET WS-ETT-PER-FIN TO TRUE
               END-IF

               IF NOT WS-ETT-PER-FIN
                   ADD 1 TO WS-NBR-JOU
                   EXEC SQL
                       SELECT CAST(CAST(RTRIM(:PG-PER-CLO) AS DATE) + 1
                                   AS VARCHAR)
                       INTO :PG-PER-CLO
                   END-EXEC
               END-IF
           END-PERFORM.

       0100-CLO-JOU-FIN.

      *-----------------------------------------------------------------
      * Totaux du jour sur les maillons signés ce jour-là, et grands
      * totaux perpétuels des deux chaînes à la fin du jour.
       0110-CUM-JOU-DEB.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN type_sig = 'FAC'
                                        THEN mnt_sig ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN type_sig = 'VCP'
                                        THEN mnt_sig ELSE 0 END), 0)
               INTO :PG-NBR-DOC, :PG-TOT-FAC, :PG-TOT-VCP
               FROM chaine_signature
               WHERE id_soc = :PG-IDF-SOC
                 AND type_sig IN ('FAC', 'VCP')
                 AND CAST(date_sig AS DATE)
                     = CAST(RTRIM(:PG-PER-CLO) AS DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(
                          (SELECT s.gt_sig
                           FROM chaine_signature s
                           WHERE s.id_soc = :PG-IDF-SOC
                             AND s.type_sig = 'FAC'
                             AND CAST(s.date_sig AS DATE)
                                 <= CAST(RTRIM(:PG-PER-CLO) AS DATE)
                           ORDER BY s.id_sig DESC
                           LIMIT 1), 0),
                      COALESCE(
                          (SELECT s.gt_sig
                           FROM chaine_signature s
                           WHERE s.id_soc = :PG-IDF-SOC
                             AND s.type_sig = 'VCP'
                             AND CAST(s.date_sig AS DATE)
                                 <= CAST(RTRIM(:PG-PER-CLO) AS DATE)
                           ORDER BY s.id_sig DESC
                           LIMIT 1), 0)
               INTO :PG-GT-FAC, :PG-GT-VCP
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0110-CUM-JOU-FIN.

      *-----------------------------------------------------------------
      * Clôtures mensuelles : chaque mois dont le dernier jour est
      * clos, suivie de l'archive signée du mois.
       0200-CLO-MOI-DEB.

           MOVE SPACES TO PG-PER-CLO.

           EXEC SQL
               SELECT COALESCE(
                   TO_CHAR(TO_DATE(MAX(periode_clo), 'YYYY-MM')
                           + INTERVAL '1 month', 'YYYY-MM'),
                   (SELECT SUBSTR(MIN(c.periode_clo), 1, 7)
                    FROM cloture_vente c
                    WHERE c.id_soc = :PG-IDF-SOC
                      AND c.type_clo = 'CLJ'),
                   '')
               INTO :PG-PER-CLO
               FROM cloture_vente
               WHERE id_soc = :PG-IDF-SOC
                 AND type_clo = 'CLM'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PER-CLO = SPACES
           OR WS-ETT-ERR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE "CLM" TO PG-TYP-CLO.
           MOVE "CLJ" TO PG-TYP-FIL.
           SET WS-ETT-PER-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-PER-FIN

               EXEC SQL
                   SELECT CASE WHEN COALESCE(MAX(periode_clo), '')
                                    >= TO_CHAR(TO_DATE(
                                       RTRIM(:PG-PER-CLO), 'YYYY-MM')
                                       + INTERVAL '1 month'
                                       - INTERVAL '1 day',
                                       'YYYY-MM-DD')
                               THEN 1 ELSE 0 END
                   INTO :PG-IND-CLO
                   FROM cloture_vente
                   WHERE id_soc = :PG-IDF-SOC
                     AND type_clo = 'CLJ'
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-IND-CLO = 0
                   SET WS-ETT-PER-FIN TO TRUE
               ELSE
                   PERFORM 0400-CUM-PER-DEB
                      THRU 0400-CUM-PER-FIN
                   PERFORM 0500-AJU-CLO-DEB
                      THRU 0500-AJU-CLO-FIN
               END-IF

               IF NOT WS-ETT-PER-FIN AND NOT WS-ETT-ERR-OUI
                   ADD 1 TO WS-NBR-MOI
                   PERFORM 0600-ARC-MOI-DEB
                      THRU 0600-ARC-MOI-FIN
               END-IF

               IF WS-ETT-ERR-OUI
                   SET WS-ETT-PER-FIN TO TRUE
               END-IF

               IF NOT WS-ETT-PER-FIN
                   EXEC SQL
                       SELECT TO_CHAR(TO_DATE(RTRIM(:PG-PER-CLO),
                                              'YYYY-MM')
                                      + INTERVAL '1 month', 'YYYY-MM')
                       INTO :PG-PER-CLO
                   END-EXEC
               END-IF
           END-PERFORM.

       0200-CLO-MOI-FIN.

      *-----------------------------------------------------------------
      * Clôtures annuelles : chaque année dont décembre est clos.
       0300-CLO-ANN-DEB.

           MOVE SPACES TO PG-PER-CLO.

           EXEC SQL
               SELECT COALESCE(
                   CAST(CAST(MAX(periode_clo) AS INTEGER) + 1
                        AS VARCHAR),
                   (SELECT SUBSTR(MIN(c.periode_clo), 1, 4)
                    FROM cloture_vente c
                    WHERE c.id_soc = :PG-IDF-SOC
                      AND c.type_clo = 'CLM'),
                   '')
               INTO :PG-PER-CLO
               FROM cloture_vente
               WHERE id_soc = :PG-IDF-SOC
                 AND type_clo = 'CLA'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PER-CLO = SPACES
           OR WS-ETT-ERR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE "CLA" TO PG-TYP-CLO.
           MOVE "CLM" TO PG-TYP-FIL.
           SET WS-ETT-PER-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-PER-FIN

               EXEC SQL
                   SELECT CASE WHEN COALESCE(MAX(periode_clo), '')
                                    >= RTRIM(:PG-PER-CLO) || '-12'
                               THEN 1 ELSE 0 END
                   INTO :PG-IND-CLO
                   FROM cloture_vente
                   WHERE id_soc = :PG-IDF-SOC
                     AND type_clo = 'CLM'
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-IND-CLO = 0
                   SET WS-ETT-PER-FIN TO TRUE
               ELSE
                   PERFORM 0400-CUM-PER-DEB
                      THRU 0400-CUM-PER-FIN
                   PERFORM 0500-AJU-CLO-DEB
                      THRU 0500-AJU-CLO-FIN
               END-IF

               IF WS-ETT-ERR-OUI
                   SET WS-ETT-PER-FIN TO TRUE
               END-IF

               IF NOT WS-ETT-PER-FIN
                   ADD 1 TO WS-NBR-ANN
                   EXEC SQL
                       SELECT CAST(CAST(RTRIM(:PG-PER-CLO) AS INTEGER)
                                   + 1 AS VARCHAR)
                       INTO :PG-PER-CLO
                   END-EXEC
               END-IF
           END-PERFORM.

       0300-CLO-ANN-FIN.

      *-----------------------------------------------------------------
      * Totaux d'un mois ou d'une année : somme des clôtures filles
      * (jours du mois, mois de l'année) ; grands totaux de la
      * dernière d'entre elles.
       0400-CUM-PER-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(nbr_doc_clo), 0),
                      COALESCE(SUM(tot_fac_clo), 0),
                      COALESCE(SUM(tot_vcp_clo), 0)
               INTO :PG-NBR-DOC, :PG-TOT-FAC, :PG-TOT-VCP
               FROM cloture_vente
               WHERE id_soc = :PG-IDF-SOC
                 AND type_clo = :PG-TYP-FIL
                 AND periode_clo LIKE RTRIM(:PG-PER-CLO) || '%'
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT gt_fac_clo, gt_vcp_clo
               INTO :PG-GT-FAC, :PG-GT-VCP
               FROM cloture_vente
               WHERE id_soc = :PG-IDF-SOC
                 AND type_clo = :PG-TYP-FIL
                 AND periode_clo LIKE RTRIM(:PG-PER-CLO) || '%'
               ORDER BY periode_clo DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0400-CUM-PER-FIN.

      *-----------------------------------------------------------------
      * Pose la clôture et son maillon signé d'un seul COMMIT.
       0500-AJU-CLO-DEB.

           IF WS-ETT-ERR-OUI
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO cloture_vente
                   (id_soc, type_clo, periode_clo, nbr_doc_clo,
                    tot_fac_clo, tot_vcp_clo, gt_fac_clo, gt_vcp_clo,
                    date_clo)
               VALUES
                   (:PG-IDF-SOC, :PG-TYP-CLO, RTRIM(:PG-PER-CLO),
                    :PG-NBR-DOC, :PG-TOT-FAC, :PG-TOT-VCP,
                    :PG-GT-FAC, :PG-GT-VCP, CURRENT_TIMESTAMP)
               RETURNING id_clo INTO :PG-IDF-CLO
           END-EXEC.

           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   PG-TYP-CLO
                   PG-IDF-CLO
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0500-AJU-CLO-FIN.

      *-----------------------------------------------------------------
      * Archive signée du mois clos : fichier des maillons du mois,
      * signature de l'archive calculée sur la suite de leurs
      * signatures, inscription dans archive_vente et maillon ARC.
       0600-ARC-MOI-DEB.

           MOVE SPACES TO PG-NOM-FIC.

           IF PG-IDF-SOC = 1
               STRING "archive_ventes_" DELIMITED BY SIZE
                      PG-PER-CLO DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO PG-NOM-FIC
               END-STRING
           ELSE
               STRING "archive_ventes_" DELIMITED BY SIZE
                      PG-PER-CLO DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      PG-IDF-SOC DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO PG-NOM-FIC
               END-STRING
           END-IF.

           MOVE SPACES TO PG-CLE-SIG.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-CLE-SIG
               FROM parametre_secu
               WHERE cle_prm = 'cle_sig_vte'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-CLE-SIG
           END-IF.

           EXEC SQL
               SELECT COUNT(*),
                      encode(digest(RTRIM(:PG-CLE-SIG) || '|'
                          || COALESCE(string_agg(s.sig, ''
                                 ORDER BY s.id_sig), ''), 'sha256'),
                             'hex')
               INTO :PG-NBR-SIG, :PG-SIG-ARC
               FROM chaine_signature s
               WHERE s.id_soc = :PG-IDF-SOC
                 AND ((s.type_sig IN ('FAC', 'VCP', 'CAI')
                       AND TO_CHAR(s.date_sig, 'YYYY-MM')
                           = RTRIM(:PG-PER-CLO))
                   OR (s.type_sig IN ('CLJ', 'CLM')
                       AND s.id_ori IN
                           (SELECT c.id_clo
                            FROM cloture_vente c
                            WHERE c.id_soc = :PG-IDF-SOC
                              AND c.type_clo IN ('CLJ', 'CLM')
                              AND c.periode_clo
                                  LIKE RTRIM(:PG-PER-CLO) || '%')))
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-NOM-FIC TO WS-NOM-FIC.

           PERFORM 0610-ECR-ARC-DEB
              THRU 0610-ECR-ARC-FIN.

           EXEC SQL
               INSERT INTO archive_vente
                   (id_soc, periode_arc, nom_fic_arc, nbr_sig_arc,
                    sig_arc, date_arc)
               VALUES
                   (:PG-IDF-SOC, RTRIM(:PG-PER-CLO), RTRIM(:PG-NOM-FIC),
                    :PG-NBR-SIG, :PG-SIG-ARC, CURRENT_TIMESTAMP)
               RETURNING id_arc INTO :PG-IDF-ARC
           END-EXEC.

           IF SQLCODE = 0
               CALL "ajusig"
                   USING
                   WS-TYP-ARC
                   PG-IDF-ARC
                   WS-SIG-AJU-RET
               END-CALL
           ELSE
               SET WS-SIG-AJU-RET-ERR TO TRUE
           END-IF.

           IF WS-SIG-AJU-RET-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-NBR-ARC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0600-ARC-MOI-FIN.

      *-----------------------------------------------------------------
      * Écrit le fichier d'archive : en-tête, un maillon par ligne
      * (type|origine|date|données|grand total|signature
      * précédente|signature), signature de l'archive en pied.
       0610-ECR-ARC-DEB.

           OPEN OUTPUT FIC-ARC.

           MOVE SPACES TO FD-LGN-ARC.
           STRING "ARCHIVE DES VENTES - SOCIETE " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " - PERIODE " DELIMITED BY SIZE
                  PG-PER-CLO DELIMITED BY SPACE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE SPACES TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           EXEC SQL OPEN CUR-ARC END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-ARC
                   INTO :PG-TYP-SIG, :PG-IDF-ORI, :PG-DAT-SIG,
                        :PG-DON-SIG, :PG-GT-SIG, :PG-SIG-PRE,
                        :PG-SIG
               END-EXEC

               IF SQLCODE = 0
                   MOVE PG-IDF-ORI TO WS-IDF-ORI-EDT
                   MOVE PG-GT-SIG  TO WS-GT-EDT
                   MOVE SPACES     TO FD-LGN-ARC
                   STRING PG-TYP-SIG DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-IDF-ORI-EDT)
                          DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          PG-DAT-SIG DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(PG-DON-SIG) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-GT-EDT) DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          PG-SIG-PRE DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          PG-SIG DELIMITED BY SIZE
                          INTO FD-LGN-ARC
                   END-STRING
                   WRITE FD-LGN-ARC
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ARC END-EXEC.

           MOVE SPACES TO FD-LGN-ARC.
           WRITE FD-LGN-ARC.

           MOVE PG-NBR-SIG TO WS-NBR-EDT.
           MOVE SPACES TO FD-LGN-ARC.
           STRING "NOMBRE DE MAILLONS      : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           MOVE SPACES TO FD-LGN-ARC.
           STRING "SIGNATURE DE L'ARCHIVE  : " DELIMITED BY SIZE
                  PG-SIG-ARC DELIMITED BY SIZE
                  INTO FD-LGN-ARC
           END-STRING.
           WRITE FD-LGN-ARC.

           CLOSE FIC-ARC.

       0610-ECR-ARC-FIN.
