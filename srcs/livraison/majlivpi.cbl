      * LIGNE livraison_piece. SI ELLE DIFFÈRE DE LA QUANTITÉ          *
      * COMMANDÉE, LE DRAPEAU D'ÉCART ecart_pie EST POSITIONNÉ.        *
      *                                                                *
      * LA QUANTITÉ REÇUE OU SERVIE EST DÉCIMALE (TROIS DÉCIMALES), EN *
      * UNITÉ DE VENTE DE LA PIÈCE, COMME LA QUANTITÉ COMMANDÉE DE LA  *
      * LIGNE.                                                         *
      *                                                                *
      * LA LIGNE CONFIRMÉE PORTE L'UTILISATEUR CONNECTÉ (id_uti_trt)   *
      * ET L'HEURE DE FIN (date_fin_trt) ; L'HEURE DE DÉBUT            *
      * (date_deb_trt) EST CELLE POSÉE PAR "debtrtliv" À L'OUVERTURE   *
      * DE LA PRÉPARATION OU DE LA RÉCEPTION, À DÉFAUT L'HEURE DE FIN  *
      * (LIGNE NON CHRONOMÉTRÉE, VENTE AU COMPTOIR PAR EXEMPLE). POUR  *
      * LE RAPPORT DE PRODUCTIVITÉ DU MAGASIN ("edtprdmag").           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; IDF=IDENTIFIANT; LIV=LIVRAISON; PIE=PIECE;    *
      * QTE=QUANTITE; RCP=RECEPTION; ECA=ECART; DEP=DEPLACER;          *
      * REQ=REQUÊTE; VAR=VARIABLE; UTI=UTILISATEUR.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-LIV               PIC 9(10).
       01 PG-IDF-PIE               PIC 9(10).
       01 PG-QTE-CMD               PIC 9(07)V9(03).
       01 PG-QTE-RCP               PIC 9(07)V9(03).
       01 PG-ECA-PIE               PIC 9(01).
       01 PG-IDF-UTI               PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ               PIC 9(01) VALUE 0.
      * Arguments d'entrée.
       01 LK-IDF-LIV               PIC 9(10).
       01 LK-IDF-PIE               PIC 9(10).
       01 LK-QTE-RCP               PIC 9(07)V9(03).
      * Arguments de sortie.

       COPY majret REPLACING ==:PREFIX:== BY ==LK==.
           MOVE LK-IDF-LIV   TO PG-IDF-LIV.
           MOVE LK-IDF-PIE   TO PG-IDF-PIE.
           MOVE LK-QTE-RCP   TO PG-QTE-RCP.
      * Traitement sans utilisateur connecté (batch) : pas d'auteur.
           IF G-UTI-ID IS NUMERIC
               MOVE G-UTI-ID TO PG-IDF-UTI
           ELSE
               MOVE 0 TO PG-IDF-UTI
           END-IF.
       0110-DEP-VAR-FIN.

      * La quantité commandée est relue pour déterminer s'il y a un
           EXEC SQL
               UPDATE livraison_piece
               SET qt_recue_pie = :PG-QTE-RCP,
                   ecart_pie = :PG-ECA-PIE,
                   id_uti_trt = NULLIF(:PG-IDF-UTI, 0),
                   date_deb_trt = COALESCE(date_deb_trt,
                                           CURRENT_TIMESTAMP),
                   date_fin_trt = CURRENT_TIMESTAMP
               WHERE id_liv = :PG-IDF-LIV
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.
