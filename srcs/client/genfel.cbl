      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui transmet   *
      * les factures et avoirs clients (retours de pièces et           *
      * remboursements de consigne de carcasses) à la plateforme de    *
      * dématérialisation (PDP) de la facturation électronique :       *
      * chaque facture et chaque avoir émis depuis la date de bascule  *
      * (clé "fel_date_debut" de parametre_secu, AAAAMMJJ, 1er         *
      * septembre 2026 à défaut) jamais transmis, ou repassé "à        *
      * renvoyer" après correction ("majfel"), est édité au format     *
      * structuré par "edtfel", suivi dans la table                    *
      * "facture_electronique" (statut 0 généré, historique dans       *
      * "statut_fel_hist") et inscrit au registre des documents via    *
      * "ajudoc" (types FEL / AEL), qui le dépose dans la file d'envoi *
      * : l'entrée prend le canal PDP et le SIREN du client pour       *
      * destinataire, "trtenv" l'emporte ensuite. Un client sans SIREN *
      * bloque ses documents (statut 2, liste des factures à corriger) *
      * jusqu'à la saisie du SIREN ("majsircli"). Compte rendu dans    *
      * factures_el_rapport.txt. Traite chaque société émettrice de la *
      * table "societe" (contrôlée par "lirsoc") : ses documents, sa   *
      * numérotation et son suivi (facture_electronique.id_soc) ; le   *
      * compte rendu d'une autre société que la 1 porte le suffixe     *
      * "_NN". Le programme rend le code retour 8 quand aucune société *
      * émettrice n'est renseignée (rien n'est transmis) ou quand une  *
      * société sans SIREN vendeur a été signalée et sautée.           *
      * Journalisé par société via "ajulog".                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; FEL=FACTURE ELECTRONIQUE; DOC=DOCUMENT;        *
      * TYP=TYPE; NUM=NUMERO; CLI=CLIENT; SIR=SIREN; STA=STATUT;       *
      * MOT=MOTIF; SOC=SOCIETE; DAT=DATE; DEB=DEBUT; RAP=COMPTE RENDU; *
      * REG=REGISTRE; CPY=COPIE; BLQ=BLOQUE; ERR=ERREUR;               *
      * CHG=CHARGEMENT; TRT=TRAITEMENT; ENR=ENREGISTREMENT; MAJ=MISE A *
      * JOUR; JRN=JOURNAL; NBR=NOMBRE; IDX=INDEX; IDF=IDENTIFIANT;     *
      * UTI=UTILISATEUR; FIC=FICHIER; LGN=LIGNE; CUR=CURSEUR;          *
      * LCT=LECTURE; ETT=ETAT; RAI=RAISON SOCIALE; SES=SESSION;        *
      * BAS=BASE.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genfel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-RAP ASSIGN TO WS-NOM-RAP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Compte rendu de la nuit : une ligne par document traité.
       FD  FIC-RAP.
       01  FD-LGN-RAP                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB             PIC 9(08).
       01 PG-NBR-SOC             PIC 9(05).
       01 PG-TYP-DOC             PIC X(03).
       01 PG-NUM-DOC             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-SIR-CLI             PIC X(09).
       01 PG-IDF-FEL             PIC 9(10).
       01 PG-STA-FEL             PIC 9(03).
       01 PG-MOT-FEL             PIC X(80).
       01 PG-NOM-FIC             PIC X(40).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-IDF-SOC             PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Sociétés émettrices à transmettre (SIREN vendeur renseigné).
       EXEC SQL
           DECLARE CUR-SOC CURSOR FOR
               SELECT id_soc
               FROM societe
               WHERE siren_soc IS NOT NULL
               ORDER BY id_soc
               FOR READ ONLY
       END-EXEC.

      * Factures et avoirs (retours de pièces et remboursements de
      * consigne de carcasses) émis depuis la date de bascule qui
      * n'ont jamais été transmis, ou qui attendent un nouvel envoi :
      * "à renvoyer" (1) après correction, ou "bloqués" (2) faute de
      * SIREN client.
       EXEC SQL
           DECLARE CUR-FEL CURSOR FOR
               SELECT 'FAC', f.num_fac, f.id_cli,
                      COALESCE(c.siren_cli, ' '),
                      COALESCE(fe.id_fel, 0),
                      COALESCE(fe.statut_fel, 0)
               FROM facture f
                   JOIN client c ON c.id_cli = f.id_cli
                   LEFT JOIN facture_electronique fe
                       ON fe.typ_fel = 'FAC'
                      AND fe.num_doc = f.num_fac
                      AND COALESCE(fe.id_soc, 1) = :PG-IDF-SOC
               WHERE COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                 AND f.date_fac >=
                     TO_DATE(CAST(:PG-DAT-DEB AS VARCHAR), 'YYYYMMDD')
                 AND (fe.id_fel IS NULL OR fe.statut_fel IN (1, 2))
               UNION ALL
               SELECT 'AVR', r.num_avr, r.id_cli,
                      COALESCE(c.siren_cli, ' '),
                      COALESCE(fe.id_fel, 0),
                      COALESCE(fe.statut_fel, 0)
               FROM retour_client r
                   JOIN client c ON c.id_cli = r.id_cli
                   LEFT JOIN livraison l ON l.id_liv = r.id_liv_orig
                   LEFT JOIN facture_electronique fe
                       ON fe.typ_fel = 'AVR'
                      AND fe.num_doc = r.num_avr
                      AND COALESCE(fe.id_soc, 1) = :PG-IDF-SOC
               WHERE COALESCE(r.num_avr, 0) > 0
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
                 AND r.date_rcl >=
                     TO_DATE(CAST(:PG-DAT-DEB AS VARCHAR), 'YYYYMMDD')
                 AND (fe.id_fel IS NULL OR fe.statut_fel IN (1, 2))
               UNION ALL
               SELECT DISTINCT 'AVR', r.num_avr, cc.id_cli,
                      COALESCE(c.siren_cli, ' '),
                      COALESCE(fe.id_fel, 0),
                      COALESCE(fe.statut_fel, 0)
               FROM carcasse_rcp r
                   JOIN carcasse_cli cc ON cc.id_crs = r.id_crs
                   JOIN client c ON c.id_cli = cc.id_cli
                   JOIN facture f ON f.id_fac = cc.id_fac
                   LEFT JOIN facture_electronique fe
                       ON fe.typ_fel = 'AVR'
                      AND fe.num_doc = r.num_avr
                      AND COALESCE(fe.id_soc, 1) = :PG-IDF-SOC
               WHERE COALESCE(r.num_avr, 0) > 0
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                 AND r.date_rcp >=
                     TO_DATE(CAST(:PG-DAT-DEB AS VARCHAR), 'YYYYMMDD')
                 AND (fe.id_fel IS NULL OR fe.statut_fel IN (1, 2))
               ORDER BY 1 DESC, 2
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Sociétés chargées avant toute transmission : chaque document
      * est validé par son COMMIT, qui fermerait un curseur ouvert.
       01 WS-TAB-SOC.
           05 WS-IDF-SOC         PIC 9(02) OCCURS 99 TIMES.
       77 WS-NBR-SOC             PIC 9(02) VALUE 0.
       77 WS-IDX-SOC             PIC 9(02).

      * Une société sans SIREN ou illisible : ses documents attendent
      * et la chaîne rend le code retour 8.
       01 WS-ETT-ERR             PIC 9(01) VALUE 0.
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Documents à traiter, chargés avant tout COMMIT (500 par nuit
      * au plus, bien au-delà du réel ; le reste passe la nuit
      * suivante).
       01 WS-TAB-DOC.
           05 WS-DOC             OCCURS 500 TIMES.
               10 WS-DOC-TYP     PIC X(03).
               10 WS-DOC-NUM     PIC 9(10).
               10 WS-DOC-CLI     PIC 9(10).
               10 WS-DOC-SIR     PIC X(09).
               10 WS-DOC-FEL     PIC 9(10).
               10 WS-DOC-STA     PIC 9(03).
       77 WS-NBR-DOC             PIC 9(03) VALUE 0.
       77 WS-IDX                 PIC 9(03).

      * Édition du fichier structuré ("edtfel").
       01 WS-TYP-DOC             PIC X(03).
       01 WS-NUM-DOC             PIC 9(10).
       01 WS-NOM-FIC             PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-FEL==.

      * Inscription au registre des documents et à la file d'envoi :
      * FEL facture électronique, AEL avoir électronique.
       01 WS-TYP-REG             PIC X(03).
       01 WS-NUM-CPY             PIC 9(03) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-DOC==.

       01 WS-NBR-GEN             PIC 9(05) VALUE 0.
       01 WS-NBR-BLQ             PIC 9(05) VALUE 0.
       01 WS-NBR-ERR             PIC 9(05) VALUE 0.

       01 WS-NUM-EDT             PIC Z(10).
       01 WS-CLI-EDT             PIC Z(10).
       01 WS-NBR-EDT             PIC Z(04)9.
       01 WS-NBR-EDT2            PIC Z(04)9.

      * Message et type de log du passage.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "fact_elec".
       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Société en cours : chaque société a sa numérotation, son
      * SIREN vendeur et son compte rendu (suffixe "_NN" par
      * "calnomcpt" hors société 1). Elle devient la société de la
      * session pour "edtfel", rétablie en fin de programme.
       01 WS-SOC-SES             PIC 9(02).
       01 WS-NBR-SOC-EDT         PIC Z(04)9.
       01 WS-RAI-SOC             PIC X(50).
       01 WS-NOM-BAS             PIC X(20) VALUE "factures_el_rapport".
       01 WS-NOM-SOC             PIC X(20).
       01 WS-NOM-RAP             PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0020-CHG-SOC-DEB
              THRU 0020-CHG-SOC-FIN.

      * Sans société émettrice renseignée, aucune facture valable :
      * la chaîne s'arrête pour qu'on la renseigne.
           IF WS-NBR-SOC = 0
               DISPLAY "genfel : societe emettrice non renseignee"
                   " (table societe), aucune facture transmise"
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

      * Date de bascule à la facturation électronique (AAAAMMJJ),
      * le 1er septembre 2026 à défaut.
           MOVE 20260901 TO PG-DAT-DEB.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-DAT-DEB
               FROM parametre_secu
               WHERE cle_prm = 'fel_date_debut'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 20260901 TO PG-DAT-DEB
           END-IF.

           MOVE G-SOC-ID TO WS-SOC-SES.

           PERFORM VARYING WS-IDX-SOC FROM 1 BY 1
                   UNTIL WS-IDX-SOC > WS-NBR-SOC

               MOVE WS-IDF-SOC(WS-IDX-SOC) TO PG-IDF-SOC

               PERFORM 0050-LIR-SOC-DEB
                  THRU 0050-LIR-SOC-FIN

               IF WS-SOC-LIR-RET-OK
                   PERFORM 0060-TRT-SOC-DEB
                      THRU 0060-TRT-SOC-FIN
               END-IF
           END-PERFORM.

           MOVE WS-SOC-SES TO G-SOC-ID.

           IF WS-ETT-ERR-OUI
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Charge les sociétés émettrices. Une société déclarée sans
      * SIREN vendeur est signalée : ses documents ne partent pas.
       0020-CHG-SOC-DEB.

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

           MOVE 0 TO PG-NBR-SOC.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-SOC
               FROM societe
               WHERE siren_soc IS NULL
           END-EXEC.

           IF SQLCODE = 0 AND PG-NBR-SOC > 0
               MOVE PG-NBR-SOC TO WS-NBR-SOC-EDT
               DISPLAY "genfel : " FUNCTION TRIM(WS-NBR-SOC-EDT)
                   " societe(s) sans SIREN (table societe),"
                   " documents non transmis"
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0020-CHG-SOC-FIN.

      *-----------------------------------------------------------------
      * Société en cours, contrôlée par "lirsoc" ; une société
      * illisible est sautée (code retour 8). Nom du compte rendu de
      * la société.
       0050-LIR-SOC-DEB.

           CALL "lirsoc"
               USING
               PG-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF NOT WS-SOC-LIR-RET-OK
               DISPLAY "genfel : societe " PG-IDF-SOC " illisible"
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-SOC TO G-SOC-ID.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           MOVE SPACES TO WS-NOM-RAP.
           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-RAP
           END-STRING.

       0050-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Transmet les documents d'une société et écrit son compte
      * rendu.
       0060-TRT-SOC-DEB.

           MOVE 0 TO WS-NBR-DOC.
           MOVE 0 TO WS-NBR-GEN.
           MOVE 0 TO WS-NBR-BLQ.
           MOVE 0 TO WS-NBR-ERR.

           PERFORM 0100-CHG-DOC-DEB
              THRU 0100-CHG-DOC-FIN.

           OPEN OUTPUT FIC-RAP.

           MOVE "FACTURES ELECTRONIQUES - COMPTE RENDU" TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.
           MOVE SPACES TO FD-LGN-RAP.
           STRING "Societe : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.
           MOVE SPACES TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NBR-DOC
               PERFORM 0200-TRT-DOC-DEB
                  THRU 0200-TRT-DOC-FIN
           END-PERFORM.

           MOVE SPACES TO FD-LGN-RAP.
           WRITE FD-LGN-RAP.
           MOVE WS-NBR-GEN TO WS-NBR-EDT.
           MOVE WS-NBR-BLQ TO WS-NBR-EDT2.
           MOVE SPACES TO FD-LGN-RAP.
           STRING "TOTAL : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " document(s) transmis, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                  " bloque(s)" DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           CLOSE FIC-RAP.

           PERFORM 0500-JRN-DEB
              THRU 0500-JRN-FIN.

           DISPLAY "genfel : societe " PG-IDF-SOC " : "
               WS-NBR-GEN " document(s) transmis, "
               WS-NBR-BLQ " bloque(s) (SIREN), " WS-NBR-ERR
               " erreur(s)".

       0060-TRT-SOC-FIN.

      *-----------------------------------------------------------------
      * Charge les documents à transmettre : le curseur est refermé
      * avant le premier COMMIT.
       0100-CHG-DOC-DEB.

           EXEC SQL OPEN CUR-FEL END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-FEL
                   INTO :PG-TYP-DOC, :PG-NUM-DOC, :PG-IDF-CLI,
                        :PG-SIR-CLI, :PG-IDF-FEL, :PG-STA-FEL
               END-EXEC

               IF SQLCODE = 0 AND WS-NBR-DOC < 500
                   ADD 1 TO WS-NBR-DOC
                   MOVE PG-TYP-DOC TO WS-DOC-TYP(WS-NBR-DOC)
                   MOVE PG-NUM-DOC TO WS-DOC-NUM(WS-NBR-DOC)
                   MOVE PG-IDF-CLI TO WS-DOC-CLI(WS-NBR-DOC)
                   MOVE PG-SIR-CLI TO WS-DOC-SIR(WS-NBR-DOC)
                   MOVE PG-IDF-FEL TO WS-DOC-FEL(WS-NBR-DOC)
                   MOVE PG-STA-FEL TO WS-DOC-STA(WS-NBR-DOC)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FEL END-EXEC.

       0100-CHG-DOC-FIN.

      *-----------------------------------------------------------------
      * Un document : bloqué sans SIREN client, sinon édité au format
      * structuré, passé "généré" (0) et déposé dans la file d'envoi
      * vers la plateforme.
       0200-TRT-DOC-DEB.

           MOVE WS-DOC-TYP(WS-IDX) TO PG-TYP-DOC.
           MOVE WS-DOC-NUM(WS-IDX) TO PG-NUM-DOC.
           MOVE WS-DOC-CLI(WS-IDX) TO PG-IDF-CLI.
           MOVE WS-DOC-SIR(WS-IDX) TO PG-SIR-CLI.
           MOVE WS-DOC-FEL(WS-IDX) TO PG-IDF-FEL.
           MOVE WS-UTI-ID TO PG-IDF-UTI.
           MOVE PG-NUM-DOC TO WS-NUM-EDT.
           MOVE PG-IDF-CLI TO WS-CLI-EDT.

           IF PG-SIR-CLI IS NOT NUMERIC
               PERFORM 0300-BLQ-DOC-DEB
                  THRU 0300-BLQ-DOC-FIN
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-TYP-DOC TO WS-TYP-DOC.
           MOVE PG-NUM-DOC TO WS-NUM-DOC.

           CALL "edtfel"
               USING
               WS-TYP-DOC
               WS-NUM-DOC
               WS-NOM-FIC
               WS-FEL-LIR-RET
           END-CALL.

           IF NOT WS-FEL-LIR-RET-OK
               ADD 1 TO WS-NBR-ERR
               MOVE SPACES TO FD-LGN-RAP
               STRING "ERREUR   " DELIMITED BY SIZE
                      PG-TYP-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                      " : edition impossible" DELIMITED BY SIZE
                      INTO FD-LGN-RAP
               END-STRING
               WRITE FD-LGN-RAP
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0400-ENR-DOC-DEB
              THRU 0400-ENR-DOC-FIN.

       0200-TRT-DOC-FIN.

      *-----------------------------------------------------------------
      * Document bloqué faute de SIREN client : statut 2 (une fois,
      * l'historique ne se répète pas chaque nuit) et ligne au compte
      * rendu pour que le SIREN soit saisi.
       0300-BLQ-DOC-DEB.

           ADD 1 TO WS-NBR-BLQ.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "BLOQUE   " DELIMITED BY SIZE
                  PG-TYP-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  " : SIREN absent pour le client " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLI-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

           IF PG-IDF-FEL > 0 AND WS-DOC-STA(WS-IDX) = 2
               EXIT PARAGRAPH
           END-IF.

           MOVE 2 TO PG-STA-FEL.
           MOVE "SIREN client absent" TO PG-MOT-FEL.
           MOVE SPACES TO PG-NOM-FIC.

           PERFORM 0450-MAJ-FEL-DEB
              THRU 0450-MAJ-FEL-FIN.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

       0300-BLQ-DOC-FIN.

      *-----------------------------------------------------------------
      * Document édité : statut 0 "généré", inscription au registre
      * (qui le dépose dans la file d'envoi), puis canal PDP et
      * destinataire = SIREN du client pour cette entrée.
       0400-ENR-DOC-DEB.

           MOVE 0 TO PG-STA-FEL.
           MOVE SPACES TO PG-MOT-FEL.
           MOVE WS-NOM-FIC TO PG-NOM-FIC.

           PERFORM 0450-MAJ-FEL-DEB
              THRU 0450-MAJ-FEL-FIN.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-NBR-ERR
               MOVE SPACES TO FD-LGN-RAP
               STRING "ERREUR   " DELIMITED BY SIZE
                      PG-TYP-DOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                      " : suivi non enregistre" DELIMITED BY SIZE
                      INTO FD-LGN-RAP
               END-STRING
               WRITE FD-LGN-RAP
               EXIT PARAGRAPH
           END-IF.

           IF PG-TYP-DOC = "FAC"
               MOVE "FEL" TO WS-TYP-REG
           ELSE
               MOVE "AEL" TO WS-TYP-REG
           END-IF.

      * "ajudoc" valide la transaction avec le statut.
           CALL "ajudoc"
               USING
               WS-TYP-REG
               WS-NUM-DOC
               WS-NOM-FIC
               WS-NUM-CPY
               WS-DOC-AJU-RET
           END-CALL.

           EXEC SQL
               UPDATE file_envoi
               SET canal_env = 'PDP',
                   destinataire = :PG-SIR-CLI
               WHERE statut_env = 0
                 AND id_doc =
                     (SELECT MAX(dg.id_doc)
                      FROM document_genere dg
                      WHERE dg.nom_fic = :PG-NOM-FIC)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
           END-IF.

           ADD 1 TO WS-NBR-GEN.

           MOVE SPACES TO FD-LGN-RAP.
           STRING "TRANSMIS " DELIMITED BY SIZE
                  PG-TYP-DOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOM-FIC) DELIMITED BY SIZE
                  " -> SIREN " DELIMITED BY SIZE
                  PG-SIR-CLI DELIMITED BY SIZE
                  INTO FD-LGN-RAP
           END-STRING.
           WRITE FD-LGN-RAP.

       0400-ENR-DOC-FIN.

      *-----------------------------------------------------------------
      * Crée ou met à jour le suivi du document (statut, motif, date
      * du statut, fichier) et ajoute la ligne d'historique.
       0450-MAJ-FEL-DEB.

           IF PG-IDF-FEL = 0
               EXEC SQL
                   INSERT INTO facture_electronique
                       (typ_fel, num_doc, id_soc, id_cli, nom_fic_fel,
                        statut_fel, date_sta_fel, motif_fel,
                        date_gen_fel)
                   VALUES
                       (:PG-TYP-DOC, :PG-NUM-DOC, :PG-IDF-SOC,
                        :PG-IDF-CLI,
                        NULLIF(BTRIM(:PG-NOM-FIC), ''),
                        :PG-STA-FEL, CURRENT_DATE,
                        NULLIF(BTRIM(:PG-MOT-FEL), ''),
                        CASE WHEN :PG-STA-FEL = 0
                             THEN CURRENT_DATE END)
                   RETURNING id_fel INTO :PG-IDF-FEL
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE facture_electronique
                   SET statut_fel = :PG-STA-FEL,
                       date_sta_fel = CURRENT_DATE,
                       motif_fel = NULLIF(BTRIM(:PG-MOT-FEL), ''),
                       nom_fic_fel = COALESCE(
                           NULLIF(BTRIM(:PG-NOM-FIC), ''),
                           nom_fic_fel),
                       date_gen_fel = CASE WHEN :PG-STA-FEL = 0
                                           THEN CURRENT_DATE
                                           ELSE date_gen_fel END
                   WHERE id_fel = :PG-IDF-FEL
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO statut_fel_hist
                   (id_fel, statut_sfh, date_sfh, motif_sfh, id_uti,
                    date_sai_sfh)
               VALUES
                   (:PG-IDF-FEL, :PG-STA-FEL, CURRENT_DATE,
                    NULLIF(BTRIM(:PG-MOT-FEL), ''),
                    NULLIF(:PG-IDF-UTI, 0), CURRENT_DATE)
           END-EXEC.

       0450-MAJ-FEL-FIN.

      *-----------------------------------------------------------------
      * Journalise le passage.
       0500-JRN-DEB.

           MOVE WS-NBR-GEN TO WS-NBR-EDT.
           MOVE WS-NBR-BLQ TO WS-NBR-EDT2.

           MOVE SPACES TO WS-MSG-LOG.
           STRING "factures electroniques societe " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " transmise(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                  " bloquee(s) faute de SIREN" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-UTI-ID,
                               WS-LOG-AJU-RET
           END-CALL.

       0500-JRN-FIN.
