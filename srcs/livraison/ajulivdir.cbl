      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de saisie d'une livraison directe               *
      * (drop-shipment) : les pièces encombrantes (moteurs, boîtes de  *
      * vitesses, trains de pneus) partent directement de chez le      *
      * fournisseur vers le garage client. Au premier appel            *
      * (LK-IDF-LIV-ENT à 0), une livraison entrante "en cours" chez   *
      * le fournisseur et une livraison sortante "en cours" pour le    *
      * client sont créées ("ajuliv"), marquées directes (directe_liv  *
      * = 1) et liées l'une à l'autre (id_liv_dir) ; chaque appel pose *
      * ensuite la ligne pièce/quantité sur les deux ("ajulivpi", qui  *
      * ne réserve rien sur une livraison directe). Ni le stock ni les *
      * réservations ne sont touchés : "majliv" clôture le couple      *
      * ensemble, sans mouvement de stock, à la confirmation de        *
      * livraison ou à l'avis d'expédition du fournisseur              *
      * ("impasnfou"), et fige le coût d'achat sur les deux lignes     *
      * pour la marge et les écritures. Journalisé via "ajulog".       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; LIV=LIVRAISON; DIR=DIRECTE; FOU=FOURNISSEUR;        *
      * CLI=CLIENT; PIE=PIECE; QTE=QUANTITE; ENT=ENTRANTE (LIV-ENT),   *
      * ENTREPOT (IDF-ENT); SOR=SORTANTE; LVP=LIGNE DE LIVRAISON;      *
      * LGN=LIGNE; DST=DESTINATION; DAT=DATE; JOU=JOUR; CTL=CONTROLE;  *
      * CRE=CREATION; NBR=NOMBRE; IDF=IDENTIFIANT; EDT=EDITION;        *
      * UTI=UTILISATEUR; NIV=NIVEAU; REQ=REQUIS; ROL=ROLE.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajulivdir.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-IDF-LIV-ENT         PIC 9(10).
       01 PG-IDF-LIV-SOR         PIC 9(10).
       01 PG-IDF-ENT-PIE         PIC 9(10).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Livraisons entrante (fournisseur) et sortante (client) de la
      * livraison directe, créées par "ajuliv", en cours et datées du
      * jour.
       01 WS-DAT-JOU             PIC X(10).
       01 WS-TYP-LIV             PIC 9(01).
       01 WS-STA-LIV             PIC 9(01) VALUE 0.
       01 WS-ENT-DST             PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LVP==.
      * Quantité des lignes livraison_piece ("ajulivpi"), en unité de
      * vente : la livraison directe se compte en pièces entières.
       01 WS-QTE-LGN             PIC 9(07)V9(03).

      * Message et type de log de la livraison directe.
       01 WS-IDF-ENT-EDT         PIC Z(09)9.
       01 WS-IDF-SOR-EDT         PIC Z(09)9.
       01 WS-IDF-PIE-EDT         PIC Z(09)9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "livraison".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le fournisseur qui expédie, le client
      * qui reçoit, la pièce et sa quantité, le dépôt de rattachement
      * (0 = dépôt principal de la pièce) et l'utilisateur connecté.
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-QTE-PIE             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments d'entrée/sortie : le couple entrante/sortante de la
      * livraison directe. À 0 en entrée, le couple est créé ; sinon
      * la ligne est ajoutée au couple existant (toujours en cours).
       01 LK-IDF-LIV-ENT         PIC 9(10).
       01 LK-IDF-LIV-SOR         PIC 9(10).
      * Argument de sortie : OK, FK (fournisseur, client, pièce ou
      * couple inconnu), DP (quantité nulle), ER (erreur SQL), RO
      * (droits).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-FOU,
                                LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-QTE-PIE,
                                LK-IDF-ENT,
                                LK-IDF-UTI,
                                LK-IDF-LIV-ENT,
                                LK-IDF-LIV-SOR,
                                LK-AJU-RET.

           MOVE SPACES TO LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-DIR-DEB
              THRU 0100-CTL-DIR-FIN.

           IF LK-AJU-RET-OK AND LK-IDF-LIV-ENT = 0
               PERFORM 0200-CRE-LIV-DEB
                  THRU 0200-CRE-LIV-FIN
           END-IF.

           IF LK-AJU-RET-OK
               PERFORM 0300-AJU-LGN-DEB
                  THRU 0300-AJU-LGN-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôles : quantité, pièce connue ; à la création, client et
      * fournisseur connus ; en ajout de ligne, couple encore en cours
      * et bien lié.
       0100-CTL-DIR-DEB.

           MOVE LK-IDF-FOU     TO PG-IDF-FOU.
           MOVE LK-IDF-CLI     TO PG-IDF-CLI.
           MOVE LK-IDF-PIE     TO PG-IDF-PIE.
           MOVE LK-IDF-ENT     TO PG-IDF-ENT.
           MOVE LK-IDF-LIV-ENT TO PG-IDF-LIV-ENT.
           MOVE LK-IDF-LIV-SOR TO PG-IDF-LIV-SOR.

           IF LK-QTE-PIE = 0
               SET LK-AJU-RET-DUP TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * La pièce doit exister ; son dépôt principal sert de dépôt de
      * rattachement quand aucun n'est donné.
           EXEC SQL
               SELECT COALESCE(id_entrepot, 0)
               INTO :PG-IDF-ENT-PIE
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
                 AND supprime_le = ''
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-AJU-RET-FK-ERR TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-AJU-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF PG-IDF-ENT = 0
               MOVE PG-IDF-ENT-PIE TO PG-IDF-ENT
           END-IF.

           IF PG-IDF-LIV-ENT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM client c, fournisseur f
                   WHERE c.id_cli = :PG-IDF-CLI
                     AND f.id_fou = :PG-IDF-FOU
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :PG-NBR
                   FROM livraison le, livraison ls
                   WHERE le.id_liv = :PG-IDF-LIV-ENT
                     AND ls.id_liv = :PG-IDF-LIV-SOR
                     AND COALESCE(le.directe_liv, 0) = 1
                     AND le.id_liv_dir = ls.id_liv
                     AND le.statut_liv = 0
                     AND ls.statut_liv = 0
                     AND le.supprime_le = ''
                     AND ls.supprime_le = ''
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET LK-AJU-RET-OK TO TRUE.

       0100-CTL-DIR-FIN.

      *-----------------------------------------------------------------
      * Crée l'entrante fournisseur et la sortante client, puis les
      * marque livraison directe (directe_liv = 1) et les lie l'une à
      * l'autre (id_liv_dir), en une transaction.
       0200-CRE-LIV-DEB.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

           MOVE 0 TO WS-TYP-LIV.

           CALL "ajuliv"
               USING
               WS-DAT-JOU
               WS-DAT-JOU
               WS-STA-LIV
               WS-TYP-LIV
               PG-IDF-FOU
               PG-IDF-ENT
               WS-ENT-DST
               PG-IDF-LIV-ENT
               WS-LIV-AJU-RET
           END-CALL.

           IF NOT WS-LIV-AJU-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-TYP-LIV.

           CALL "ajuliv"
               USING
               WS-DAT-JOU
               WS-DAT-JOU
               WS-STA-LIV
               WS-TYP-LIV
               PG-IDF-CLI
               PG-IDF-ENT
               WS-ENT-DST
               PG-IDF-LIV-SOR
               WS-LIV-AJU-RET
           END-CALL.

           IF NOT WS-LIV-AJU-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE livraison
               SET directe_liv = 1,
                   id_liv_dir = :PG-IDF-LIV-SOR
               WHERE id_liv = :PG-IDF-LIV-ENT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   UPDATE livraison
                   SET directe_liv = 1,
                       id_liv_dir = :PG-IDF-LIV-ENT
                   WHERE id_liv = :PG-IDF-LIV-SOR
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-LIV-ENT TO LK-IDF-LIV-ENT.
           MOVE PG-IDF-LIV-SOR TO LK-IDF-LIV-SOR.

       0200-CRE-LIV-FIN.

      *-----------------------------------------------------------------
      * Pose la ligne sur les deux livraisons du couple ("ajulivpi" ne
      * réserve rien sur une livraison directe : la pièce ne passe pas
      * par notre stock), puis journalise.
       0300-AJU-LGN-DEB.

           MOVE LK-QTE-PIE TO WS-QTE-LGN.

           CALL "ajulivpi"
               USING
               PG-IDF-LIV-ENT
               PG-IDF-PIE
               WS-QTE-LGN
               WS-LVP-AJU-RET
           END-CALL.

           IF WS-LVP-AJU-RET-OK
               CALL "ajulivpi"
                   USING
                   PG-IDF-LIV-SOR
                   PG-IDF-PIE
                   WS-QTE-LGN
                   WS-LVP-AJU-RET
               END-CALL
           END-IF.

           IF NOT WS-LVP-AJU-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-LIV-ENT TO WS-IDF-ENT-EDT.
           MOVE PG-IDF-LIV-SOR TO WS-IDF-SOR-EDT.
           MOVE PG-IDF-PIE     TO WS-IDF-PIE-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "Livraison directe " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-ENT-EDT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-SOR-EDT) DELIMITED BY SIZE
                  " : ligne piece " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-AJU-LGN-FIN.
