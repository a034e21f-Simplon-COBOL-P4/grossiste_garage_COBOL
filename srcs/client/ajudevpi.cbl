      * L'INSERTION D'UNE devis_piece (une ligne de devis), sur le     *
      * modèle de "ajulivpi" pour les lignes de livraison.             *
      *                                                                *
      * Les quantités sont en unité de vente de la pièce, avec trois   *
      * décimales. Une ligne dont le prix net passe sous le prix       *
      * plancher (coût moyen pondéré majoré de la marge minimale, voir *
      * "verprimin") est refusée (code retour PRX) sauf dérogation     *
      * accordée ; le client du devis est alors rendu pour la demande  *
      * de dérogation ("ecrdrgpri"). Le devis ne consomme pas la       *
      * dérogation : la livraison issue de sa conversion le fera.      *
      *                                                                *
      *                           TRIGRAMMES                           *
      * AJU=AJOUT; DEP=DEPLACER; IDF=IDENTIFIANT; DEV=DEVIS;           *
      * PIE,PI=PIECE; QTE=QUANTITE; REQ=REQUÊTE; VAR=VARIABLE;         *
      * VRF=VERIFIER; PRX,PRI=PRIX; NET=NET; PLC=PLANCHER; CMP=COUT    *
      * MOYEN PONDERE; DRG=DEROGATION; CLI=CLIENT; LIV=LIVRAISON;      *
      * VER=VERIFICATION.                                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DEV               PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-QTE-PIE               PIC 9(07)V9(03).
       01 PG-IDF-CLI               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Controle du prix plancher ("verprimin") : un devis ne
      * consomme pas de derogation (livraison 0), la ligne de
      * livraison issue de la conversion la consommera.
       01 WS-IDF-LIV               PIC 9(10) VALUE 0.
       01 WS-PRI-NET               PIC 9(08)V99.
       01 WS-PRI-PLC               PIC 9(08)V99.
       01 WS-PRI-CMP               PIC 9(08)V99.
       01 WS-IDF-DRG               PIC 9(10).
       01 WS-VER-RET               PIC 9(01).
           88 WS-VER-RET-REF                  VALUE 1.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ               PIC 9(01) VALUE 0.
      * Arguments d'entrée.
       01 LK-IDF-DEV               PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE-PIE               PIC 9(07)V9(03).
      * Arguments de sortie : client du devis (pour la demande de
      * derogation quand la ligne est refusee) et code retour.
       01 LK-IDF-CLI               PIC 9(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DEV,
                                LK-IDF-PIE,
                                LK-QTE-PIE,
                                LK-IDF-CLI,
                                LK-AJU-RET.

      *    Contrôle de role avant toute écriture en base.
           MOVE LK-IDF-DEV    TO PG-IDF-DEV.
           MOVE LK-IDF-PIE    TO PG-IDF-PIE.
           MOVE LK-QTE-PIE    TO PG-QTE-PIE.
           MOVE 0             TO LK-IDF-CLI.
       0110-DEP-VAR-FIN.

      * Prix plancher : une ligne dont le prix net passe sous le cout
      * moyen pondere majore de la marge minimale est refusee (code
      * retour PRX), sauf derogation accordee pour ce client et cette
      * piece.
       0115-VRF-PRX-DEB.
           MOVE 0 TO WS-VER-RET.

           EXEC SQL
               SELECT COALESCE(id_cli, 0)
               INTO :PG-IDF-CLI
               FROM devis
               WHERE id_dev = :PG-IDF-DEV
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-IDF-CLI
           END-IF.

           MOVE PG-IDF-CLI TO LK-IDF-CLI.

           CALL "verprimin"
               USING
               PG-IDF-PIE
               PG-IDF-CLI
               WS-IDF-LIV
               WS-PRI-NET
               WS-PRI-PLC
               WS-PRI-CMP
               WS-IDF-DRG
               WS-VER-RET
           END-CALL.
       0115-VRF-PRX-FIN.

       0120-REQ-SQL-DEB.

           IF WS-VER-RET-REF
               SET LK-AJU-RET-PRX TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO devis_piece (id_dev, id_pie, qt_dev_pie)
               VALUES (:PG-IDF-DEV, :PG-IDF-PIE, :PG-QTE-PIE)
