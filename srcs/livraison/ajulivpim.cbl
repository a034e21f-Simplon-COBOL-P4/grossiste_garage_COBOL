      * ET LES INSÈRE TOUTES DANS livraison_piece EN UNE SEULE         *
      * TRANSACTION (UN COMMIT EN FIN DE BOUCLE, AU LIEU D'UN COMMIT   *
      * PAR LIGNE COMME DANS "ajulivpi"). SI UNE LIGNE ÉCHOUE, TOUTES  *
      * LES LIGNES DÉJÀ INSÉRÉES DANS CET APPEL SONT ANNULÉES. UNE     *
      * LIGNE VENDUE SOUS LE PRIX PLANCHER SANS DÉROGATION (VOIR       *
      * "verprimin") FAIT ÉCHOUER LE LOT AVEC LE CODE RETOUR PRX ; UNE *
      * LIGNE COUVERTE CONSOMME SA DÉROGATION.                         *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DEP=DEPLACER; IDF=IDENTIFIANT; LIV=LIVRAISON;       *
      * PIE,PI=PIECE; QTE=QUANTITE; REQ=REQUÊTE; VAR=VARIABLE; LOT=LOT *
      * (PLUSIEURS LIGNES); IDX=INDEX; NBR=NOMBRE; LIN=LIGNE;          *
      * PRI=PRIX; NET=NET; PLC=PLANCHER; CMP=COUT MOYEN PONDERE;       *
      * DRG=DEROGATION; CLI=CLIENT; VER=VERIFICATION.                  *
      *                                                                *
      ******************************************************************

      * vaut par défaut la quantité commandée (aucun écart constaté).
       01 PG-QTE-RCP               PIC 9(10).
       01 PG-ECA-PIE               PIC 9(01).
      * Controle du prix plancher d'une ligne vendue : client de la
      * livraison (0 hors vente au client) et derogation qui couvre
      * la ligne.
       01 PG-IDF-CLI               PIC 9(10).
       01 PG-IDF-DRG               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-IDX                  PIC 9(02).

      * Controle du prix plancher ("verprimin"), comme "ajulivpi".
       01 WS-PRI-NET               PIC 9(08)V99.
       01 WS-PRI-PLC               PIC 9(08)V99.
       01 WS-PRI-CMP               PIC 9(08)V99.
       01 WS-VER-RET               PIC 9(01).
           88 WS-VER-RET-OK                   VALUE 0.
           88 WS-VER-RET-REF                  VALUE 1.
           88 WS-VER-RET-DRG                  VALUE 2.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ              PIC 9(01) VALUE 0.

           SET LK-AJU-RET-OK TO TRUE.

      * Client de la livraison, pour le controle du prix plancher :
      * seule une vente au client est controlee (ni achat, ni retour,
      * ni depot-vente, ni livraison directe).
           MOVE LK-IDF-LIV TO PG-IDF-LIV.

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
               MOVE 0 TO PG-IDF-CLI
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                      UNTIL WS-IDX > LK-NBR-LIN
                         OR NOT LK-AJU-RET-OK
           MOVE LK-QTE-PIE(WS-IDX)     TO PG-QTE-RCP.
           MOVE 0                      TO PG-ECA-PIE.

      * Une ligne sous le prix plancher sans derogation fait annuler
      * tout le lot ; couverte, elle consomme la derogation.
           SET WS-VER-RET-OK TO TRUE.

           IF PG-IDF-CLI > 0
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
               END-CALL
           END-IF.

           IF WS-VER-RET-REF
               SET LK-AJU-RET-PRX TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO livraison_piece (id_liv, id_pie, qt_liv_pie,
                   qt_recue_pie, ecart_pie)
                   :PG-QTE-RCP, :PG-ECA-PIE)
           END-EXEC.

           IF SQLCODE = 0 AND WS-VER-RET-DRG
               EXEC SQL
                   UPDATE derogation_prix
                   SET id_liv_drg = :PG-IDF-LIV
                   WHERE id_drg = :PG-IDF-DRG
               END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
