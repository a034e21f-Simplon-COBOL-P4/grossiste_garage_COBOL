      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme de fin de journée qui produit le manifeste des colis *
      * remis à chaque transporteur (manifeste_<id_trn>_AAAAMMJJ.csv,  *
      * un fichier par transporteur, ou pour le seul transporteur      *
      * demandé) : tous les colis étiquetés par "edtetqcol" et pas     *
      * encore remis, rattachés au transporteur affecté à leur         *
      * livraison par "majtrnliv". Format à plat séparé par des        *
      * points-virgules, relevé par le transporteur : un               *
      * enregistrement E (transporteur, expéditeur : la société de la  *
      * session, date), un enregistrement D par colis (SSCC,           *
      * livraison, numéro de colis, destinataire, adresse, code        *
      * postal, ville, pays, poids en kg, présence de marchandises ADR *
      * O/N) et un enregistrement T (nombre de colis, poids total).    *
      * Les colis manifestés sont marqués remis (date_man_col,         *
      * id_trn_col) : ils ne repartent pas le lendemain et leurs       *
      * étiquettes ne sont plus recréées. Un seul COMMIT, chaque       *
      * manifeste inscrit au registre des documents (type MAN),        *
      * journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; MAN=MANIFESTE; TRN=TRANSPORTEUR; COL=COLIS;    *
      * SSC=SSCC; LIV=LIVRAISON; NUM=NUMERO; CLI=CLIENT; NOM=NOM;      *
      * ADR=ADRESSE OU MARCHANDISES DANGEREUSES; CP=CODE POSTAL;       *
      * VIL=VILLE; PDS=POIDS; RAI=RAISON SOCIALE; SOC=SOCIETE;         *
      * CSV=ZONE DU FICHIER A PLAT; ENC=EN COURS; FRM=FERMETURE;       *
      * OUV=OUVERTURE; DAT=DATE; JOU=JOUR; NBR=NOMBRE; FIC=FICHIER;    *
      * LGN=LIGNE; CUR=CURSEUR; ETT=ETAT; LCT=LECTURE; ERR=ERREUR;     *
      * EDT=EDITE; DOC=DOCUMENT; CPY=COPIE; TYP=TYPE; MSG=MESSAGE;     *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genmantrn.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MAN ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MAN.
       01  FD-LGN-MAN                PIC X(250).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-TRN              PIC 9(10).
       01 PG-TRN-COL              PIC 9(10).
       01 PG-NOM-TRN              PIC X(50).
       01 PG-IDF-COL              PIC 9(10).
       01 PG-SSC-COL              PIC X(18).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-NUM-COL              PIC 9(03).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-ADR-LIV              PIC X(50).
       01 PG-CP-LIV               PIC 9(05).
       01 PG-VIL-LIV              PIC X(50).
       01 PG-PDS-COL              PIC 9(07)V999.
       01 PG-ADR-COL              PIC X(01).
       01 PG-RAI-SOC              PIC X(60).
      * Société de la session (0 = société 1), expéditeur déclaré.
       01 PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Colis étiquetés pas encore remis au transporteur de leur
      * livraison, par transporteur, livraison et numéro de colis.
       EXEC SQL
           DECLARE CUR-MAN CURSOR FOR
               SELECT t.id_trn, t.nom_trn, co.id_col, co.sscc_col,
                      l.id_liv, co.num_col, c.nom_cli,
                      COALESCE(a.adresse_adr, c.adresse_cli),
                      COALESCE(a.cp_adr, c.cp_cli),
                      COALESCE(a.ville_adr, c.ville_cli),
                      COALESCE(co.poids_col, 0),
                      CASE WHEN EXISTS
                               (SELECT 1
                                FROM livraison_piece lp
                                    JOIN piece p ON p.id_pie = lp.id_pie
                                WHERE lp.id_liv = l.id_liv
                                  AND COALESCE(p.un_pie, '') <> '')
                           THEN 'O' ELSE 'N' END
               FROM colis co
                   JOIN livraison l ON l.id_liv = co.id_liv
                   JOIN client c ON c.id_cli = l.id_cli
                   JOIN transporteur t ON t.id_trn = l.id_trn_liv
                   LEFT JOIN adresse_cli a ON a.id_adr = l.id_adr_liv
               WHERE co.date_man_col IS NULL
                 AND co.sscc_col IS NOT NULL
                 AND l.supprime_le = ''
                 AND (:PG-IDF-TRN = 0 OR l.id_trn_liv = :PG-IDF-TRN)
               ORDER BY t.id_trn, l.id_liv, co.num_col
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Positionné à OUI à la première erreur SQL : tout est annulé.
       01 WS-ETT-ERR              PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Transporteur du manifeste en cours (0 = aucun fichier ouvert).
       01 WS-TRN-ENC              PIC 9(10) VALUE 0.
       01 WS-NBR-COL-TRN          PIC 9(05).
       01 WS-PDS-TRN              PIC 9(09)V999.

       01 WS-DAT-JOU              PIC X(08).
       01 WS-NOM-FIC              PIC X(40).
       01 WS-IDF-EDT              PIC Z(09)9.
       01 WS-NUM-EDT              PIC Z(02)9.
       01 WS-CP-EDT               PIC 9(05).
       01 WS-PDS-EDT              PIC Z(08)9.999.
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-NOM-CSV              PIC X(50).
       01 WS-ADR-CSV              PIC X(50).
       01 WS-VIL-CSV              PIC X(50).
       01 WS-NBR-COL              PIC 9(05) VALUE 0.
       01 WS-NBR-FIC              PIC 9(03) VALUE 0.

      * Inscription des manifestes au registre des documents.
       01 WS-TYP-DOC              PIC X(03) VALUE "MAN".
       01 WS-NUM-CPY              PIC 9(03) VALUE 0.
       01 WS-IDF-DOC              PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

      * Message et type de log de la remise.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "expedition".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : le transporteur (0 = tous) et
      * l'utilisateur connecté.
       01 LK-IDF-TRN              PIC 9(10).
       01 LK-IDF-UTI              PIC 9(10).
      * Arguments de sortie : nombre de colis remis, nombre de
      * manifestes produits, OK ou ER sur erreur SQL.
       01 LK-NBR-COL              PIC 9(05).
       01 LK-NBR-FIC              PIC 9(03).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-TRN,
                                LK-IDF-UTI,
                                LK-NBR-COL,
                                LK-NBR-FIC,
                                LK-AJU-RET.

           MOVE 0 TO LK-NBR-COL.
           MOVE 0 TO LK-NBR-FIC.
           SET WS-ETT-ERR-NON TO TRUE.

           MOVE LK-IDF-TRN TO PG-IDF-TRN.
           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.
           MOVE G-SOC-ID TO PG-IDF-SOC.

           EXEC SQL
               SELECT raison_soc
               INTO :PG-RAI-SOC
               FROM societe
               WHERE COALESCE(id_soc, 1) =
                     COALESCE(NULLIF(:PG-IDF-SOC, 0), 1)
               ORDER BY id_soc
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE SPACES TO PG-RAI-SOC
           END-IF.

           EXEC SQL OPEN CUR-MAN END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-MAN
                   INTO :PG-TRN-COL, :PG-NOM-TRN, :PG-IDF-COL,
                        :PG-SSC-COL, :PG-IDF-LIV, :PG-NUM-COL,
                        :PG-NOM-CLI, :PG-ADR-LIV, :PG-CP-LIV,
                        :PG-VIL-LIV, :PG-PDS-COL, :PG-ADR-COL
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET WS-ETT-LCT-FIN TO TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-ETT-ERR-OUI TO TRUE
                   WHEN OTHER
                       IF PG-TRN-COL NOT = WS-TRN-ENC
                           PERFORM 0300-FRM-MAN-DEB
                              THRU 0300-FRM-MAN-FIN
                           PERFORM 0100-OUV-MAN-DEB
                              THRU 0100-OUV-MAN-FIN
                       END-IF
                       PERFORM 0200-LGN-COL-DEB
                          THRU 0200-LGN-COL-FIN
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CUR-MAN END-EXEC.

           PERFORM 0300-FRM-MAN-DEB
              THRU 0300-FRM-MAN-FIN.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           EXEC SQL COMMIT END-EXEC.
           MOVE WS-NBR-COL TO LK-NBR-COL.
           MOVE WS-NBR-FIC TO LK-NBR-FIC.
           SET LK-AJU-RET-OK TO TRUE.

           MOVE WS-NBR-COL TO WS-NBR-EDT.
           STRING "manifeste transporteur : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " colis remis" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Ouvre le manifeste du transporteur
      * (manifeste_<id_trn>_AAAAMMJJ.csv) et écrit l'enregistrement
      * d'entête : E;transporteur;expéditeur;date.
       0100-OUV-MAN-DEB.

           MOVE PG-TRN-COL TO WS-TRN-ENC.
           MOVE 0 TO WS-NBR-COL-TRN.
           MOVE 0 TO WS-PDS-TRN.

           MOVE PG-TRN-COL TO WS-IDF-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           STRING "manifeste_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           OPEN OUTPUT FIC-MAN.
           ADD 1 TO WS-NBR-FIC.

           MOVE SPACES TO FD-LGN-MAN.
           STRING "E;" DELIMITED BY SIZE
                  FUNCTION TRIM(PG-NOM-TRN) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PG-RAI-SOC) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-MAN
           END-STRING.
           WRITE FD-LGN-MAN.

       0100-OUV-MAN-FIN.

      *-----------------------------------------------------------------
      * Un enregistrement par colis :
      * D;SSCC;livraison;colis;destinataire;adresse;code postal;
      * ville;pays;poids kg;ADR O/N - puis le colis est marqué remis
      * au transporteur.
       0200-LGN-COL-DEB.

           MOVE PG-NOM-CLI TO WS-NOM-CSV.
           MOVE PG-ADR-LIV TO WS-ADR-CSV.
           MOVE PG-VIL-LIV TO WS-VIL-CSV.
           INSPECT WS-NOM-CSV REPLACING ALL ";" BY ",".
           INSPECT WS-ADR-CSV REPLACING ALL ";" BY ",".
           INSPECT WS-VIL-CSV REPLACING ALL ";" BY ",".

           MOVE PG-IDF-LIV TO WS-IDF-EDT.
           MOVE PG-NUM-COL TO WS-NUM-EDT.
           MOVE PG-CP-LIV  TO WS-CP-EDT.
           MOVE PG-PDS-COL TO WS-PDS-EDT.

           MOVE SPACES TO FD-LGN-MAN.
           STRING "D;" DELIMITED BY SIZE
                  PG-SSC-COL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADR-CSV) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-CP-EDT DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIL-CSV) DELIMITED BY SIZE
                  ";FR;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PDS-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PG-ADR-COL DELIMITED BY SIZE
                  INTO FD-LGN-MAN
           END-STRING.
           WRITE FD-LGN-MAN.

           ADD 1 TO WS-NBR-COL-TRN.
           ADD 1 TO WS-NBR-COL.
           ADD PG-PDS-COL TO WS-PDS-TRN.

           EXEC SQL
               UPDATE colis
               SET date_man_col = CURRENT_DATE,
                   id_trn_col = :PG-TRN-COL
               WHERE id_col = :PG-IDF-COL
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0200-LGN-COL-FIN.

      *-----------------------------------------------------------------
      * Ferme le manifeste en cours avec l'enregistrement de fin
      * T;nombre de colis;poids total, et l'inscrit au registre des
      * documents.
       0300-FRM-MAN-DEB.

           IF WS-TRN-ENC = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NBR-COL-TRN TO WS-NBR-EDT.
           MOVE WS-PDS-TRN     TO WS-PDS-EDT.

           MOVE SPACES TO FD-LGN-MAN.
           STRING "T;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PDS-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-MAN
           END-STRING.
           WRITE FD-LGN-MAN.

           CLOSE FIC-MAN.

           MOVE WS-TRN-ENC TO WS-IDF-DOC.

           CALL "ajudoc"
               USING
               WS-TYP-DOC
               WS-IDF-DOC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           MOVE 0 TO WS-TRN-ENC.

       0300-FRM-MAN-FIN.
