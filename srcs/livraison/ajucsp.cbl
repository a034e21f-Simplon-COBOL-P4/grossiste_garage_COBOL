      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de création d'une commande spéciale, pour une   *
      * pièce que le comptoir ne tient pas en stock : la pièce hors    *
      * catalogue (LK-IDF-PIE à 0) est d'abord créée provisoire        *
      * (provisoire_pie = 1) sous le nom et au prix de vente saisis ;  *
      * une livraison entrante "en cours" est créée chez le            *
      * fournisseur avec la ligne commandée ("ajuliv"/"ajulivpi"),     *
      * ainsi qu'une livraison sortante "en cours" sans ligne pour le  *
      * client, au même dépôt ; la commande spéciale                   *
      * ("commande_speciale", statut 0 = commandée) les relie. À la    *
      * réception de l'entrante, "majliv" pose la ligne client avec la *
      * quantité reçue et la réserve pour lui (qt_rsv_pie), pour       *
      * qu'elle ne soit ni vue libre par "lirdsppie" ni servie à un    *
      * autre (backorders de "majpie"). L'avis d'arrivée et la relance *
      * des commandes non retirées sont faits la nuit par "avicsp".    *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; CSP=COMMANDE SPECIALE; CLI=CLIENT; PIE=PIECE;       *
      * NOM=NOM; FOU=FOURNISSEUR; PRI=PRIX; QTE=QUANTITE;              *
      * ENT=ENTREPOT; UTI=UTILISATEUR; LIV=LIVRAISON; LVP=LIGNE DE     *
      * LIVRAISON; SOR=SORTANTE; DST=DESTINATION; DAT=DATE; JOU=JOUR;  *
      * CTL=CONTROLE; CRE=CREATION; ENR=ENREGISTREMENT; NBR=NOMBRE;    *
      * IDF=IDENTIFIANT; EDT=EDITION; NIV=NIVEAU; REQ=REQUIS;          *
      * ROL=ROLE.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ajucsp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-PRI-PIE             PIC 9(08)V99.
       01 PG-QTE-CSP             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-IDF-LIV-ENT         PIC 9(10).
       01 PG-IDF-LIV-SOR         PIC 9(10).
       01 PG-IDF-CSP             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-NBR                 PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Livraisons entrante (fournisseur) et sortante (client) créées
      * par "ajuliv", en cours et datées du jour.
       01 WS-DAT-JOU             PIC X(10).
       01 WS-TYP-LIV             PIC 9(01).
       01 WS-STA-LIV             PIC 9(01) VALUE 0.
       01 WS-ENT-DST             PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LVP==.
      * Quantité des lignes livraison_piece ("ajulivpi"), en unité de
      * vente : la commande spéciale se compte en pièces entières.
       01 WS-QTE-LGN             PIC 9(07)V9(03).

      * Message et type de log de la commande spéciale.
       01 WS-IDF-EDT             PIC Z(09)9.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "cmd_speciale".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : le client, la pièce (0 = pièce hors
      * catalogue, créée provisoire sous le nom et au prix de vente
      * donnés), le fournisseur chez qui la commander, la quantité et
      * le dépôt de réception.
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-NOM-PIE             PIC X(50).
       01 LK-IDF-FOU             PIC 9(10).
       01 LK-PRI-PIE             PIC 9(08)V99.
       01 LK-QTE-CSP             PIC 9(10).
       01 LK-IDF-ENT             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour la commande et le
      * log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : la commande spéciale créée, et le code
      * retour OK, FK (client, fournisseur ou pièce inconnus), DP
      * (quantité nulle ou pièce sans nom), ER (erreur SQL), RO
      * (droits).
       01 LK-IDF-CSP             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CLI,
                                LK-IDF-PIE,
                                LK-NOM-PIE,
                                LK-IDF-FOU,
                                LK-PRI-PIE,
                                LK-QTE-CSP,
                                LK-IDF-ENT,
                                LK-IDF-UTI,
                                LK-IDF-CSP,
                                LK-AJU-RET.

           MOVE SPACES TO LK-AJU-RET.
           MOVE 0      TO LK-IDF-CSP.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-CSP-DEB
              THRU 0100-CTL-CSP-FIN.

           IF LK-AJU-RET-OK
               PERFORM 0200-CRE-PIE-DEB
                  THRU 0200-CRE-PIE-FIN
           END-IF.

           IF LK-AJU-RET-OK
               PERFORM 0300-CRE-LIV-DEB
                  THRU 0300-CRE-LIV-FIN
           END-IF.

           IF LK-AJU-RET-OK
               PERFORM 0400-ENR-CSP-DEB
                  THRU 0400-ENR-CSP-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôles avant création : quantité, client et fournisseur
      * connus, pièce connue ou nom de la pièce hors catalogue.
       0100-CTL-CSP-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-NOM-PIE TO PG-NOM-PIE.
           MOVE LK-IDF-FOU TO PG-IDF-FOU.
           MOVE LK-PRI-PIE TO PG-PRI-PIE.
           MOVE LK-QTE-CSP TO PG-QTE-CSP.
           MOVE LK-IDF-ENT TO PG-IDF-ENT.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           IF PG-QTE-CSP = 0
              OR (PG-IDF-PIE = 0 AND PG-NOM-PIE = SPACES)
               SET LK-AJU-RET-DUP TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR
               FROM client c, fournisseur f
               WHERE c.id_cli = :PG-IDF-CLI
                 AND f.id_fou = :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Pièce du catalogue : elle doit exister, son dépôt principal
      * sert de dépôt de réception quand aucun n'est donné.
           IF PG-IDF-PIE > 0
               EXEC SQL
                   SELECT COALESCE(id_entrepot, 0), nom_pie
                   INTO :PG-NBR, :PG-NOM-PIE
                   FROM piece
                   WHERE id_pie = :PG-IDF-PIE
                     AND supprime_le = ''
               END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = 100
                       SET LK-AJU-RET-FK-ERR TO TRUE
                       EXIT PARAGRAPH
                   WHEN SQLCODE NOT = 0
                       SET LK-AJU-RET-ERR TO TRUE
                       EXIT PARAGRAPH
               END-EVALUATE

               IF PG-IDF-ENT = 0
                   MOVE PG-NBR TO PG-IDF-ENT
               END-IF
           END-IF.

           SET LK-AJU-RET-OK TO TRUE.

       0100-CTL-CSP-FIN.

      *-----------------------------------------------------------------
      * Pièce hors catalogue : créée provisoire (provisoire_pie = 1),
      * sans stock ni seuil, rattachée au fournisseur de la commande,
      * TVA au taux normal. Son seuil nul ne déclenche aucun
      * réapprovisionnement ; elle pourra être régularisée (ou
      * archivée) par la gestion des pièces.
       0200-CRE-PIE-DEB.

           IF PG-IDF-PIE > 0
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO piece (nom_pie, qt_pie, seuil_pie, id_fou,
                   prix_pie, id_entrepot, taux_tva_pie, provisoire_pie,
                   supprime_le)
               VALUES (:PG-NOM-PIE, 0, 0, :PG-IDF-FOU, :PG-PRI-PIE,
                   NULLIF(:PG-IDF-ENT, 0), 20.00, 1, '')
               RETURNING id_pie INTO :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
           END-IF.

       0200-CRE-PIE-FIN.

      *-----------------------------------------------------------------
      * Entrante fournisseur portant la ligne commandée, et sortante
      * client sans ligne : la ligne client est posée par "majliv" à
      * la réception de l'entrante, avec la quantité réellement reçue,
      * réservée pour ce client.
       0300-CRE-LIV-DEB.

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

           MOVE PG-QTE-CSP TO WS-QTE-LGN.

           CALL "ajulivpi"
               USING
               PG-IDF-LIV-ENT
               PG-IDF-PIE
               WS-QTE-LGN
               WS-LVP-AJU-RET
           END-CALL.

           IF NOT WS-LVP-AJU-RET-OK
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
           END-IF.

       0300-CRE-LIV-FIN.

      *-----------------------------------------------------------------
      * Enregistre la commande spéciale (statut 0 = commandée) qui lie
      * l'entrante à la sortante, puis journalise.
       0400-ENR-CSP-DEB.

           EXEC SQL
               INSERT INTO commande_speciale
                   (id_cli, id_pie, id_fou, qte_csp, id_entrepot,
                    id_liv_ent, id_liv_sor, statut_csp, qte_rcp_csp,
                    date_cre_csp, id_uti)
               VALUES
                   (:PG-IDF-CLI, :PG-IDF-PIE, :PG-IDF-FOU, :PG-QTE-CSP,
                    NULLIF(:PG-IDF-ENT, 0), :PG-IDF-LIV-ENT,
                    :PG-IDF-LIV-SOR, 0, 0, CURRENT_DATE, :PG-IDF-UTI)
               RETURNING id_csp INTO :PG-IDF-CSP
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-CSP TO LK-IDF-CSP.

           MOVE PG-IDF-CSP TO WS-IDF-EDT.
           STRING "Commande speciale " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  PG-NOM-PIE DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-ENR-CSP-FIN.
