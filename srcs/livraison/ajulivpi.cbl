      *                             ENTÊTE                             *
      *                                                                *
      * LE PROGRAMME PREND EN PARAMÈTRE LES DONNÉES NÉCESSAIRES À      *
      * L'INSERTION D'UNE livraison_piece. UNE LIGNE SORTANTE RÉSERVE  *
      * SA QUANTITÉ (qt_rsv_pie), SAUF SUR UNE LIVRAISON DIRECTE       *
      * ("ajulivdir"), QUI NE PASSE PAS PAR LE STOCK. UNE LIGNE VENDUE *
      * À UN CLIENT DONT LE PRIX NET PASSE SOUS LE PRIX PLANCHER (COÛT *
      * MOYEN PONDÉRÉ MAJORÉ DE LA MARGE MINIMALE, VOIR "verprimin")   *
      * EST REFUSÉE (CODE RETOUR PRX), SAUF DÉROGATION ACCORDÉE        *
      * ("ajudrgpri"), QUE LA LIGNE CONSOMME ALORS DANS LA MÊME        *
      * TRANSACTION.                                                   *
      *                                                                *
      * QUANTITÉS DÉCIMALES : LA QUANTITÉ EST SAISIE EN UNITÉ DE VENTE *
      * DE LA PIÈCE (unite_vte_pie : U, L, M...), AVEC TROIS           *
      * DÉCIMALES. UNE PIÈCE VENDUE À L'UNITÉ REFUSE UNE QUANTITÉ      *
      * FRACTIONNAIRE (CODE RETOUR ERR). SUR UNE LIGNE ENTRANTE D'UNE  *
      * PIÈCE ACHETÉE PAR CONDITIONNEMENT (unite_stk_pie, fct_cnv_pie  *
      * UNITÉS DE VENTE PAR UNITÉ D'ACHAT), UNE QUANTITÉ QUI NE FAIT   *
      * PAS UN NOMBRE ENTIER D'UNITÉS D'ACHAT EST SIGNALÉE AU JOURNAL. *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DEP=DEPLACER; IDF=IDENTIFIANT; LIV=LIVRAISON;       *
      * PIE,PI=PIECE; QTE=QUANTITE; REQ=REQUÊTE; VAR=VARIABLE;         *
      * UNI=UNITE; VTE=VENTE; STK=STOCK; FCT=FACTEUR; CNV=CONVERSION;  *
      * ACH=ACHAT; ENT=ENTIER; ETT=ETAT; VRF=VERIFIER; PRX,PRI=PRIX;   *
      * NET=NET; PLC=PLANCHER; CMP=COUT MOYEN PONDERE; DRG=DEROGATION; *
      * CLI=CLIENT; VER=VERIFICATION.                                  *
      *                                                                *
      ******************************************************************
       
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-QTE-PIE               PIC 9(07)V9(03).
      * Tant que la réception n'a pas été saisie, la quantité reçue
      * vaut par défaut la quantité commandée (aucun écart constaté).
       01 PG-QTE-RCP               PIC 9(07)V9(03).
       01 PG-ECA-PIE               PIC 9(01).
      * Controle du conditionnement sur une ligne entrante saisie a la
      * main : fournisseur de la livraison et conditionnement (unites
      * par colis) du couple piece-fournisseur.
       01 PG-IDF-FOU               PIC 9(10).
       01 PG-CND-PF                PIC 9(05).
      * Unite de vente de la piece (U, L, M...) et nombre d'unites de
      * vente par unite de stock/achat (fut de 208 L, touret de 50 M,
      * boite de 100 U) : la ligne est saisie en unite de vente.
       01 PG-UNI-VTE               PIC X(03).
       01 PG-UNI-STK               PIC X(03).
       01 PG-FCT-CNV               PIC 9(05)V9(03).
      * Controle du prix plancher d'une ligne vendue : client de la
      * livraison et derogation qui couvre la ligne.
       01 PG-IDF-CLI               PIC 9(10).
       01 PG-IDF-DRG               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * (cause recurrente d'ecarts de reception). La ligne est tout
      * de meme inseree : c'est un avertissement, pas un refus.
       01 WS-NBR-CLS               PIC 9(10).
       01 WS-RST-CLS               PIC 9(05)V9(03).
       01 WS-IDF-PIE-EDT           PIC Z(10).
       01 WS-CND-EDT               PIC Z(04)9.
       01 WS-FCT-EDT               PIC Z(04)9.999.
       01 WS-MSG-LOG               PIC X(100).
       01 WS-TYP-LOG               PIC X(12) VALUE "condition.".
       01 WS-UTI-ID                PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Controle de l'unite : une piece vendue a l'unite (U) refuse
      * une quantite fractionnaire, seules les pieces au litre, au
      * metre... l'acceptent.
       01 WS-QTE-ENT               PIC 9(07).
       01 WS-ETT-UNI               PIC 9(01).
           88 WS-ETT-UNI-OK                   VALUE 0.
           88 WS-ETT-UNI-ERR                  VALUE 1.

      * Controle du prix plancher ("verprimin") : une ligne vendue
      * dont le prix net passe sous le cout moyen pondere majore de
      * la marge minimale est refusee, sauf derogation accordee.
       01 WS-PRI-NET               PIC 9(08)V99.
       01 WS-PRI-PLC               PIC 9(08)V99.
       01 WS-PRI-CMP               PIC 9(08)V99.
       01 WS-VER-RET               PIC 9(01).
           88 WS-VER-RET-OK                   VALUE 0.
           88 WS-VER-RET-REF                  VALUE 1.
           88 WS-VER-RET-DRG                  VALUE 2.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ               PIC 9(01) VALUE 0.
      * Arguments d'entrée.
       01 LK-IDF-LIV              PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE-PIE               PIC 9(07)V9(03).
      * Arguments de sortie.

       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.
           MOVE 0             TO PG-ECA-PIE.
       0110-DEP-VAR-FIN.

      * Unite de la piece : une quantite fractionnaire n'est admise
      * que sur une piece vendue au litre, au metre... ; une piece a
      * l'unite (ou sans unite renseignee) la refuse.
       0115-VRF-UNI-DEB.
           SET WS-ETT-UNI-OK TO TRUE.

           EXEC SQL
               SELECT COALESCE(NULLIF(BTRIM(unite_vte_pie), ''), 'U'),
                      COALESCE(NULLIF(BTRIM(unite_stk_pie), ''), 'U'),
                      COALESCE(NULLIF(fct_cnv_pie, 0), 1)
               INTO :PG-UNI-VTE, :PG-UNI-STK, :PG-FCT-CNV
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'U' TO PG-UNI-VTE
               MOVE 'U' TO PG-UNI-STK
               MOVE 1   TO PG-FCT-CNV
           END-IF.

           MOVE PG-QTE-PIE TO WS-QTE-ENT.

           IF PG-UNI-VTE = 'U' AND WS-QTE-ENT NOT = PG-QTE-PIE
               SET WS-ETT-UNI-ERR TO TRUE
           END-IF.
       0115-VRF-UNI-FIN.

      * Prix plancher : seule une vente au client est controlee (ni
      * achat, ni retour, ni depot-vente, ni livraison directe, dont
      * le cout est celui de l'achat fournisseur). Une ligne sous le
      * plancher sans derogation est refusee (code retour PRX) ;
      * couverte par une derogation, elle la consomme (0120).
       0117-VRF-PRX-DEB.
           SET WS-VER-RET-OK TO TRUE.
           MOVE 0 TO PG-IDF-DRG.

           IF WS-ETT-UNI-ERR
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(id_cli, 0)
               INTO :PG-IDF-CLI
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
                 AND id_cli IS NOT NULL
                 AND COALESCE(retour_liv, 0) = 0
                 AND COALESCE(csg_liv, 0) = 0
                 AND COALESCE(directe_liv, 0) = 0
           END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           CALL "verprimin"
               USING
               PG-IDF-PIE
               PG-IDF-CLI
               PG-IDF-LIV
               WS-PRI-NET
               WS-PRI-PLC
               WS-PRI-CMP
               PG-IDF-DRG
               WS-VER-RET
           END-CALL.
       0117-VRF-PRX-FIN.

       0120-REQ-SQL-DEB.

           IF WS-ETT-UNI-ERR
               SET LK-AJU-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-VER-RET-REF
               SET LK-AJU-RET-PRX TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO livraison_piece (id_liv, id_pie, qt_liv_pie,
                   qt_recue_pie, ecart_pie)
      * saisie et l'expedition. Reservation et ligne sont validees
      * par le meme COMMIT. La reservation est levee par "majliv" a
      * la cloture, ou par "supliv" si la livraison est annulee.
      * Une livraison directe ("ajulivdir"), expediee par le
      * fournisseur chez le client, ne reserve rien : elle ne sort
      * pas de notre stock.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE piece
                         (SELECT 1 FROM livraison l
                          WHERE l.id_liv = :PG-IDF-LIV
                            AND l.id_cli IS NOT NULL
                            AND l.statut_liv = 0
                            AND COALESCE(l.directe_liv, 0) = 0)
               END-EXEC

               IF SQLCODE = 100
                   MOVE 0 TO SQLCODE
               END-IF
           END-IF.

      * La derogation qui couvre la ligne est rattachee a la
      * livraison dans la meme transaction : elle ne servira pas a
      * une autre vente.
           IF SQLCODE = 0 AND WS-VER-RET-DRG
               EXEC SQL
                   UPDATE derogation_prix
                   SET id_liv_drg = :PG-IDF-LIV
                   WHERE id_drg = :PG-IDF-DRG
               END-EXEC
           END-IF.
  
           EVALUATE SQLCODE
               WHEN 0

       0130-VRF-CND-FIN.

      * Sur une ligne entrante d'une piece achetee par conditionnement
      * (fut, touret, boite : fct_cnv_pie > 1), previent de meme quand
      * la quantite, saisie en unite de vente, ne fait pas un nombre
      * entier d'unites d'achat.
       0140-VRF-UNI-ACH-DEB.

           IF NOT LK-AJU-RET-OK OR PG-FCT-CNV NOT > 1
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT l.id_fou
               INTO :PG-IDF-FOU
               FROM livraison l
               WHERE l.id_liv = :PG-IDF-LIV
                 AND l.id_fou IS NOT NULL
           END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           DIVIDE PG-QTE-PIE BY PG-FCT-CNV
               GIVING WS-NBR-CLS
               REMAINDER WS-RST-CLS.

           IF WS-RST-CLS > 0
               MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT
               MOVE PG-FCT-CNV TO WS-FCT-EDT
               MOVE SPACES     TO WS-MSG-LOG

               STRING '[' DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-PIE-EDT)
                      DELIMITED BY SIZE
                      '] quantite hors unite d''achat ('
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FCT-EDT)
                      DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      FUNCTION TRIM(PG-UNI-VTE)
                      DELIMITED BY SIZE
                      ' par ' DELIMITED BY SIZE
                      FUNCTION TRIM(PG-UNI-STK)
                      DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING

               CALL "ajulog" USING WS-MSG-LOG,
                                   WS-TYP-LOG,
                                   WS-UTI-ID,
                                   WS-LOG-AJU-RET
               END-CALL
           END-IF.

       0140-VRF-UNI-ACH-FIN.

       0100-AJU-LIV-PIE-FIN.
           
