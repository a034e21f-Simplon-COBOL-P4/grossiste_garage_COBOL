      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de déclaration de menace de sinistre à          *
      * l'assureur-crédit (menace_sinistre_AAAAMMJJ.txt), tirée des    *
      * données de la balance âgée : les factures impayées des clients *
      * garantis (assur_plf_cli positif), ni passées en perte, en      *
      * retard sur leur échéance (date_ech_fac, à défaut 30 jours      *
      * après la livraison ou la facture, comme "edtbalage") de plus   *
      * du seuil de déclaration (clé "seuil_mds_ass" de                *
      * parametre_secu, 60 jours à défaut) et pas encore déclarées.    *
      * Chaque facture est listée avec le client, la référence de      *
      * décision, le SIREN, l'échéance, le reste dû, le retard et la   *
      * date limite de déclaration (échéance plus la clé               *
      * "delai_mds_ass", 90 jours à défaut) : une facture déclarée     *
      * après cette date est signalée HORS DELAI, la garantie étant    *
      * alors à faire confirmer. Chaque facture déclarée est tracée    *
      * dans declaration_assur (type_dec MDS, id_cli, id_fac, mnt_dec  *
      * = reste dû, date_lim_dec), ce qui l'écarte des déclarations    *
      * suivantes et de l'alerte de "edtexpass" ; le tout part d'un    *
      * seul COMMIT, est inscrit au registre des documents (type DAS)  *
      * et journalisé via "ajulog".                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; MDS=MENACE DE SINISTRE; ASS=ASSURANCE-CREDIT;  *
      * SEU=SEUIL; DEL=DELAI; FAC=FACTURE; NUM=NUMERO; CLI=CLIENT;     *
      * NOM=NOM; REF=REFERENCE; SIR=SIREN; DAT=DATE; ECH=ECHEANCE;     *
      * RST=RESTE; RTD=RETARD; LIM=LIMITE; HRS=HORS; ALR=ALERTE;       *
      * TOT=TOTAL; NBR=NOMBRE; FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR;    *
      * ETT=ETAT; LCT=LECTURE; ENC=EN COURS; ERR=ERREUR; JOU=JOUR;     *
      * EDT=EDITE; DCL=DECLARER; LIR=LIRE; PRM=PARAMETRE;              *
      * DOC=DOCUMENT; CPY=COPIE; TYP=TYPE; IDF=IDENTIFIANT;            *
      * UTI=UTILISATEUR.                                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genmdsass.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MDS ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MDS.
       01  FD-LGN-MDS                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-SEU-MDS              PIC 9(03).
       01 PG-DEL-MDS              PIC 9(03).
       01 PG-IDF-FAC              PIC 9(10).
       01 PG-NUM-FAC              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-NOM-CLI              PIC X(15).
       01 PG-REF-ASS              PIC X(20).
       01 PG-SIR-CLI              PIC X(09).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-RST-FAC              PIC 9(10)V99.
       01 PG-NBR-RTD              PIC 9(05).
       01 PG-DAT-LIM              PIC X(10).
       01 PG-HRS-DEL              PIC 9(01).
       01 PG-NOM-FIC              PIC X(40).
       01 PG-IDF-UTI              PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Factures impayées des clients garantis, en retard sur leur
      * échéance (calculée comme dans "edtbalage") de plus du seuil
      * de menace de sinistre, et pas encore déclarées.
       EXEC SQL
           DECLARE CUR-MDS CURSOR FOR
               SELECT x.id_fac, x.num_fac, x.id_cli,
                      CAST(c.nom_cli AS VARCHAR(15)),
                      COALESCE(c.assur_ref_cli, ' '),
                      COALESCE(c.siren_cli, ' '),
                      CAST(x.ech AS VARCHAR), x.reste,
                      CURRENT_DATE - x.ech,
                      CAST(x.ech + :PG-DEL-MDS AS VARCHAR),
                      CASE WHEN CURRENT_DATE > x.ech + :PG-DEL-MDS
                           THEN 1 ELSE 0 END
               FROM (SELECT f.id_fac, f.num_fac, f.id_cli,
                            f.mnt_ttc_fac - COALESCE(
                                (SELECT SUM(rf.mnt_imp_reg)
                                 FROM reglement_facture rf
                                 WHERE rf.id_fac = f.id_fac), 0)
                                AS reste,
                            COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS ech
                     FROM facture f
                     WHERE COALESCE(f.perte_fac, 0) = 0) x
                   JOIN client c ON c.id_cli = x.id_cli
               WHERE x.reste > 0
                 AND COALESCE(c.assur_plf_cli, 0) > 0
                 AND CURRENT_DATE - x.ech > :PG-SEU-MDS
                 AND NOT EXISTS
                     (SELECT 1 FROM declaration_assur d
                      WHERE d.type_dec = 'MDS'
                        AND d.id_fac = x.id_fac)
               ORDER BY x.id_cli, x.ech
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Positionné à OUI à la première erreur SQL : tout est annulé.
       01 WS-ETT-ERR              PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

       01 WS-DAT-JOU              PIC X(08).
       01 WS-NOM-FIC              PIC X(40).
       01 WS-NBR-FAC              PIC 9(05) VALUE 0.
       01 WS-NBR-HRS              PIC 9(05) VALUE 0.
       01 WS-TOT-MDS              PIC 9(12)V99 VALUE 0.
       01 WS-TOT-EDT              PIC Z(11)9.99.
       01 WS-NBR-EDT              PIC Z(04)9.

      * Ligne de facture déclarée : client, référence de décision,
      * SIREN, facture, échéance, reste dû, jours de retard, date
      * limite de déclaration et alerte hors délai.
       01 WS-LGN-EDT.
           05 WS-CLI-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-NOM-EDT          PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-REF-EDT          PIC X(20).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SIR-EDT          PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-FAC-EDT          PIC Z(09)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-ECH-EDT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RST-EDT          PIC Z(08)9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-RTD-EDT          PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LIM-EDT          PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-ALR-EDT          PIC X(10).

      * Inscription de la déclaration au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "DAS".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de la déclaration.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "assurance".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de factures déclarées, dont
      * déclarées après leur date limite.
       01 LK-NBR-FAC              PIC 9(05).
       01 LK-NBR-HRS              PIC 9(05).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-UTI,
                                LK-NBR-FAC,
                                LK-NBR-HRS,
                                LK-AJU-RET.

           MOVE 0 TO LK-NBR-FAC.
           MOVE 0 TO LK-NBR-HRS.
           SET WS-ETT-ERR-NON TO TRUE.

           PERFORM 0100-LIR-PRM-DEB
              THRU 0100-LIR-PRM-FIN.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-NOM-FIC.
           STRING "menace_sinistre_" DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.
           MOVE WS-NOM-FIC TO PG-NOM-FIC.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           OPEN OUTPUT FIC-MDS.

           MOVE "DECLARATION DE MENACE DE SINISTRE A L'ASSUREUR-CREDIT"
               TO FD-LGN-MDS.
           WRITE FD-LGN-MDS.

           STRING "Date : " DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-MDS
           END-STRING.
           WRITE FD-LGN-MDS.

           MOVE " " TO FD-LGN-MDS.
           WRITE FD-LGN-MDS.
           MOVE
      -    "    Client Nom             Reference decision   SIREN       
      -    " Facture Echeance       Reste du Jours Limite     Alerte"
               TO FD-LGN-MDS.
           WRITE FD-LGN-MDS.

           EXEC SQL OPEN CUR-MDS END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-MDS
                   INTO :PG-IDF-FAC, :PG-NUM-FAC, :PG-IDF-CLI,
                        :PG-NOM-CLI, :PG-REF-ASS, :PG-SIR-CLI,
                        :PG-DAT-ECH, :PG-RST-FAC, :PG-NBR-RTD,
                        :PG-DAT-LIM, :PG-HRS-DEL
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN OTHER
                       PERFORM 0200-DCL-FAC-DEB
                          THRU 0200-DCL-FAC-FIN
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-MDS END-EXEC.

           MOVE " " TO FD-LGN-MDS.
           WRITE FD-LGN-MDS.

           MOVE WS-NBR-FAC TO WS-NBR-EDT.
           MOVE WS-TOT-MDS TO WS-TOT-EDT.
           STRING "TOTAL DECLARE : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
                  " facture(s), " DELIMITED BY SIZE
                  WS-TOT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-MDS
           END-STRING.
           WRITE FD-LGN-MDS.

           IF WS-NBR-HRS > 0
               MOVE WS-NBR-HRS TO WS-NBR-EDT
               STRING "*** " DELIMITED BY SIZE
                      WS-NBR-EDT DELIMITED BY SIZE
                      " facture(s) declaree(s) HORS DELAI : garantie"
                      DELIMITED BY SIZE
                      " a faire confirmer ***" DELIMITED BY SIZE
                      INTO FD-LGN-MDS
               END-STRING
               WRITE FD-LGN-MDS
           END-IF.

           CLOSE FIC-MDS.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           ELSE
               EXEC SQL COMMIT END-EXEC
               MOVE WS-NBR-FAC TO LK-NBR-FAC
               MOVE WS-NBR-HRS TO LK-NBR-HRS
               SET LK-AJU-RET-OK TO TRUE

               CALL "ajudoc"
                   USING
                   WS-TYP-DOC
                   WS-IDF-DOC
                   WS-NOM-FIC
                   WS-NUM-CPY
                   WS-DOC-AJU-RET
               END-CALL

               MOVE WS-NBR-FAC TO WS-NBR-EDT
               STRING "menace de sinistre assurance-credit : "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " facture(s) declaree(s)" DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   LK-IDF-UTI,
                                   WS-LOG-AJU-RET
               END-CALL
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Seuil de retard qui déclenche la déclaration (clé
      * "seuil_mds_ass", 60 jours à défaut) et délai maximal de
      * déclaration après l'échéance (clé "delai_mds_ass", 90 jours à
      * défaut) : au-delà, la garantie tombe.
       0100-LIR-PRM-DEB.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-SEU-MDS
               FROM parametre_secu
               WHERE cle_prm = 'seuil_mds_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SEU-MDS = 0
               MOVE 60 TO PG-SEU-MDS
           END-IF.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DEL-MDS
               FROM parametre_secu
               WHERE cle_prm = 'delai_mds_ass'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-DEL-MDS = 0
               MOVE 90 TO PG-DEL-MDS
           END-IF.

       0100-LIR-PRM-FIN.

      *-----------------------------------------------------------------
      * Déclare une facture : ligne du fichier et trace dans
      * declaration_assur. Pas de COMMIT ligne à ligne : la
      * déclaration part d'un bloc.
       0200-DCL-FAC-DEB.

           MOVE PG-IDF-CLI TO WS-CLI-EDT.
           MOVE PG-NOM-CLI TO WS-NOM-EDT.
           MOVE PG-REF-ASS TO WS-REF-EDT.
           MOVE PG-SIR-CLI TO WS-SIR-EDT.
           MOVE PG-NUM-FAC TO WS-FAC-EDT.
           MOVE PG-DAT-ECH TO WS-ECH-EDT.
           MOVE PG-RST-FAC TO WS-RST-EDT.
           MOVE PG-NBR-RTD TO WS-RTD-EDT.
           MOVE PG-DAT-LIM TO WS-LIM-EDT.

           IF PG-HRS-DEL = 1
               MOVE "HORS DELAI" TO WS-ALR-EDT
           ELSE
               MOVE SPACES TO WS-ALR-EDT
           END-IF.

           MOVE WS-LGN-EDT TO FD-LGN-MDS.
           WRITE FD-LGN-MDS.

           EXEC SQL
               INSERT INTO declaration_assur
                   (type_dec, periode_dec, id_cli, id_fac, mnt_dec,
                    date_dec, date_lim_dec, fic_dec, id_uti)
               VALUES
                   ('MDS', TO_CHAR(CURRENT_DATE, 'YYYYMM'),
                    :PG-IDF-CLI, :PG-IDF-FAC, :PG-RST-FAC,
                    CURRENT_DATE, CAST(:PG-DAT-LIM AS DATE),
                    :PG-NOM-FIC, :PG-IDF-UTI)
           END-EXEC.

           IF SQLCODE = 0
               ADD PG-RST-FAC TO WS-TOT-MDS
               ADD 1 TO WS-NBR-FAC
               IF PG-HRS-DEL = 1
                   ADD 1 TO WS-NBR-HRS
               END-IF
           ELSE
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0200-DCL-FAC-FIN.
