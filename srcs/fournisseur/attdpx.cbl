      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'attribution d'une demande de prix à l'offre   *
      * retenue (en général la meilleure offre complète et valide du   *
      * comparatif "edtcmpdpx") : l'offre doit avoir été reçue,        *
      * chiffrer au moins une pièce et être encore valide. Elle        *
      * devient la commande : une livraison entrante en cours chez le  *
      * fournisseur, livrée au dépôt de la demande à la date attendue  *
      * selon le délai de l'offre ("ajuliv"), avec une ligne par pièce *
      * chiffrée à la quantité demandée ("ajulivpi"). Le prix de       *
      * l'offre, converti dans la devise du fournisseur, et son délai  *
      * remplacent ceux du catalogue piece_fournisseur ("majpiefou",   *
      * quantité minimale et conditionnement conservés), ce qui        *
      * valorise la réception et sert les réapprovisionnements         *
      * suivants. La demande passe au statut attribuée (2) avec le     *
      * fournisseur retenu et la livraison créée ; journalisé via      *
      * "ajulog".                                                      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * ATT=ATTRIBUTION; DPX=DEMANDE DE PRIX; DPP=DEMANDE DE PRIX      *
      * PIECE; REP=REPONSE; OFF=OFFRE; FOU=FOURNISSEUR; PIE=PIECE;     *
      * QTE=QUANTITE; PRI=PRIX; ACH=ACHAT; MIN=MINIMUM;                *
      * CND=CONDITIONNEMENT; PF=PIECE FOURNISSEUR; DEL=DELAI;          *
      * IND=INDICATEUR; PER=PERIMEE; ENT=ENTREPOT; DST=DESTINATION;    *
      * LIV=LIVRAISON; LPI=LIGNE DE LIVRAISON; CAT=CATALOGUE;          *
      * CMD=COMMANDE; CLO=CLOTURE; STA=STATUT; TYP=TYPE; DAT=DATE;     *
      * DEB=DEBUT; FIN=FIN; NBR=NOMBRE; MAX=MAXIMUM; IDX=INDEX;        *
      * CTL=CONTROLE; CRE=CREATION; LIR=LECTURE; ETT=ETAT;             *
      * LCT=LECTURE; ENC=EN COURS; CUR=CURSEUR; MSG=MESSAGE;           *
      * LOG=JOURNAL; ROL=ROLE; NIV=NIVEAU; REQ=REQUIS; RET=RETOUR;     *
      * UTI=UTILISATEUR; IDF=IDENTIFIANT.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. attdpx.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DPX             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-STA-DPX             PIC 9(01).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-DEL-REP             PIC 9(05).
       01 PG-IND-PER             PIC 9(01).
       01 PG-NBR-LGN             PIC 9(05).
       01 PG-DAT-DEB             PIC X(10).
       01 PG-DAT-FIN             PIC X(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-QTE-DPP             PIC 9(07)V9(03).
       01 PG-PRI-ACH             PIC 9(08)V99.
       01 PG-QTE-MIN             PIC 9(10).
       01 PG-CND-PF              PIC 9(05).
       01 PG-IDF-LIV             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes chiffrées de l'offre retenue : pièce, quantité
      * demandée, prix converti dans la devise du fournisseur (celle
      * de son catalogue piece_fournisseur), quantité minimale et
      * conditionnement déjà connus au catalogue.
       EXEC SQL
           DECLARE CUR-REP CURSOR FOR
               SELECT r.id_pie, dp.qte_dpp,
                      ROUND(r.prix_rep
                            * CASE WHEN df.devise_dpf = 'EUR' THEN 1
                                   ELSE COALESCE(tr.taux_eur, 1) END
                            / CASE WHEN COALESCE(NULLIF(f.devise_fou,
                                                        ''), 'EUR')
                                        = 'EUR' THEN 1
                                   ELSE COALESCE(tf.taux_eur, 1) END,
                            2),
                      COALESCE(pf.qte_min_pf, 0),
                      COALESCE(pf.cond_pf, 0)
               FROM reponse_prix r
                   JOIN demande_prix_piece dp
                       ON dp.id_dpx = r.id_dpx
                      AND dp.id_pie = r.id_pie
                   JOIN demande_prix_fou df
                       ON df.id_dpx = r.id_dpx
                      AND df.id_fou = r.id_fou
                   JOIN fournisseur f ON f.id_fou = r.id_fou
                   LEFT JOIN taux_change tr
                       ON tr.devise = df.devise_dpf
                   LEFT JOIN taux_change tf
                       ON tf.devise = f.devise_fou
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = r.id_pie
                      AND pf.id_fou = r.id_fou
               WHERE r.id_dpx = :PG-IDF-DPX
                 AND r.id_fou = :PG-IDF-FOU
               ORDER BY r.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Lignes relevées avant la création de la commande (chaque
      * appel valide sa propre écriture).
       01 WS-TAB-REP.
           05 WS-REP              OCCURS 50 TIMES.
               10 WS-REP-PIE      PIC 9(10).
               10 WS-REP-QTE      PIC 9(07)V9(03).
               10 WS-REP-PRI      PIC 9(08)V99.
               10 WS-REP-QTE-MIN  PIC 9(10).
               10 WS-REP-CND      PIC 9(05).
       77 WS-NBR-REP             PIC 9(02) VALUE 0.
       77 WS-MAX-REP             PIC 9(02) VALUE 50.
       77 WS-IDX-REP             PIC 9(02).

      * Livraison entrante en cours, créée par "ajuliv".
       01 WS-STA-LIV             PIC 9(01) VALUE 0.
       01 WS-TYP-LIV             PIC 9(01) VALUE 0.
       01 WS-IDF-ENT-DST         PIC 9(10) VALUE 0.
       01 WS-DEL-PF              PIC 9(05).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LPI==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-CAT==.

      * Message et type de log de l'attribution.
       01 WS-IDF-DPX-EDT         PIC Z(10).
       01 WS-IDF-FOU-EDT         PIC Z(10).
       01 WS-IDF-LIV-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "demande_prix".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la demande de prix et le fournisseur
      * dont l'offre est retenue.
       01 LK-IDF-DPX             PIC 9(10).
       01 LK-IDF-FOU             PIC 9(10).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie : la livraison entrante créée, et OK, DP
      * (demande déjà attribuée), FK (demande inconnue ou pas de
      * réponse de ce fournisseur), PX (offre périmée), ER.
       01 LK-IDF-LIV             PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DPX,
                                LK-IDF-FOU,
                                LK-IDF-UTI,
                                LK-IDF-LIV,
                                LK-AJU-RET.

           MOVE 0 TO LK-IDF-LIV.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-AJU-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CTL-OFF-DEB
              THRU 0100-CTL-OFF-FIN.

           IF LK-AJU-RET-OK
               PERFORM 0200-LIR-REP-DEB
                  THRU 0200-LIR-REP-FIN
           END-IF.

           IF LK-AJU-RET-OK
               PERFORM 0300-CRE-CMD-DEB
                  THRU 0300-CRE-CMD-FIN
           END-IF.

           IF LK-AJU-RET-OK
               PERFORM 0400-CLO-DPX-DEB
                  THRU 0400-CLO-DPX-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * La demande ne doit pas être déjà attribuée ; le fournisseur
      * doit avoir répondu, avec au moins une pièce chiffrée, et son
      * offre être encore valide. Dates de la commande : aujourd'hui,
      * et réception attendue au délai de l'offre.
       0100-CTL-OFF-DEB.

           MOVE LK-IDF-DPX TO PG-IDF-DPX.
           MOVE LK-IDF-FOU TO PG-IDF-FOU.

           EXEC SQL
               SELECT d.statut_dpx, d.id_entrepot_dpx,
                      COALESCE(df.delai_dpf, 0),
                      CASE WHEN df.validite_dpf < CURRENT_DATE
                           THEN 1 ELSE 0 END,
                      (SELECT COUNT(*)
                       FROM reponse_prix r
                       WHERE r.id_dpx = d.id_dpx
                         AND r.id_fou = df.id_fou),
                      TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD'),
                      TO_CHAR(CURRENT_DATE + COALESCE(df.delai_dpf, 0),
                              'YYYY-MM-DD')
               INTO :PG-STA-DPX, :PG-IDF-ENT, :PG-DEL-REP,
                    :PG-IND-PER, :PG-NBR-LGN, :PG-DAT-DEB,
                    :PG-DAT-FIN
               FROM demande_prix d
                   JOIN demande_prix_fou df
                       ON df.id_dpx = d.id_dpx
                      AND df.id_fou = :PG-IDF-FOU
               WHERE d.id_dpx = :PG-IDF-DPX
                 AND df.date_rep_dpf IS NOT NULL
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 OR PG-NBR-LGN = 0
                   SET LK-AJU-RET-FK-ERR TO TRUE
               WHEN PG-STA-DPX = 2
                   SET LK-AJU-RET-DUP TO TRUE
               WHEN PG-IND-PER = 1
                   SET LK-AJU-RET-PRX TO TRUE
               WHEN OTHER
                   SET LK-AJU-RET-OK TO TRUE
           END-EVALUATE.

       0100-CTL-OFF-FIN.

      *-----------------------------------------------------------------
       0200-LIR-REP-DEB.

           EXEC SQL OPEN CUR-REP END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-NBR-REP >= WS-MAX-REP

               EXEC SQL
                   FETCH CUR-REP
                   INTO :PG-IDF-PIE, :PG-QTE-DPP, :PG-PRI-ACH,
                        :PG-QTE-MIN, :PG-CND-PF
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-NBR-REP
                   MOVE PG-IDF-PIE TO WS-REP-PIE(WS-NBR-REP)
                   MOVE PG-QTE-DPP TO WS-REP-QTE(WS-NBR-REP)
                   MOVE PG-PRI-ACH TO WS-REP-PRI(WS-NBR-REP)
                   MOVE PG-QTE-MIN TO WS-REP-QTE-MIN(WS-NBR-REP)
                   MOVE PG-CND-PF  TO WS-REP-CND(WS-NBR-REP)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-REP END-EXEC.

           IF WS-NBR-REP = 0
               SET LK-AJU-RET-FK-ERR TO TRUE
           END-IF.

       0200-LIR-REP-FIN.

      *-----------------------------------------------------------------
      * L'offre retenue devient la commande : livraison entrante en
      * cours chez le fournisseur, au dépôt de la demande ("ajuliv"),
      * une ligne par pièce chiffrée à la quantité demandée
      * ("ajulivpi") ; le prix et le délai de l'offre remplacent ceux
      * du catalogue piece_fournisseur ("majpiefou", qui historise
      * l'ancien prix), ce qui valorise la réception et sert les
      * réapprovisionnements suivants.
       0300-CRE-CMD-DEB.

           CALL "ajuliv"
               USING
               PG-DAT-DEB
               PG-DAT-FIN
               WS-STA-LIV
               WS-TYP-LIV
               PG-IDF-FOU
               PG-IDF-ENT
               WS-IDF-ENT-DST
               PG-IDF-LIV
               WS-LIV-AJU-RET
           END-CALL.

           IF NOT WS-LIV-AJU-RET-OK
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-IDF-LIV TO LK-IDF-LIV.
           MOVE PG-DEL-REP TO WS-DEL-PF.

           PERFORM VARYING WS-IDX-REP FROM 1 BY 1
                   UNTIL WS-IDX-REP > WS-NBR-REP

               CALL "majpiefou"
                   USING
                   WS-REP-PIE(WS-IDX-REP)
                   PG-IDF-FOU
                   WS-REP-PRI(WS-IDX-REP)
                   WS-DEL-PF
                   WS-REP-QTE-MIN(WS-IDX-REP)
                   WS-REP-CND(WS-IDX-REP)
                   WS-CAT-MAJ-RET
               END-CALL

               CALL "ajulivpi"
                   USING
                   PG-IDF-LIV
                   WS-REP-PIE(WS-IDX-REP)
                   WS-REP-QTE(WS-IDX-REP)
                   WS-LPI-AJU-RET
               END-CALL
           END-PERFORM.

       0300-CRE-CMD-FIN.

      *-----------------------------------------------------------------
      * Clôt la demande sur l'offre retenue et journalise.
       0400-CLO-DPX-DEB.

           EXEC SQL
               UPDATE demande_prix
               SET statut_dpx = 2,
                   id_fou_ret_dpx = :PG-IDF-FOU,
                   id_liv_dpx = :PG-IDF-LIV
               WHERE id_dpx = :PG-IDF-DPX
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE PG-IDF-DPX TO WS-IDF-DPX-EDT.
           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE PG-IDF-LIV TO WS-IDF-LIV-EDT.
           STRING "demande de prix " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-DPX-EDT) DELIMITED BY SIZE
                  " attribuee au fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  ", livraison " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-LIV-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0400-CLO-DPX-FIN.
