      * refusé (FK) : c'est le signal "ce carton n'est pas de cette    *
      * livraison" à l'écran ("ecrscan"). Chaque scan est validé par   *
      * son propre COMMIT : la douchette ne repasse pas deux fois.     *
      * Chaque scan porte aussi l'utilisateur et l'heure de fin sur la *
      * ligne, comme "majlivpi" (rapport de productivité "edtprdmag"). *
      *                                                                *
      *                           TRIGRAMMES                           *
      * INC=INCREMENT; LIV=LIVRAISON; PI=PIECE; QTE=QUANTITE;          *
      * CPT=COMPTEE; CMD=COMMANDEE; ECA=ECART; IDF=IDENTIFIANT;        *
      * STA=STATUT; UTI=UTILISATEUR.                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-QTE-CPT             PIC 9(10).
       01 PG-ECA-PIE             PIC 9(01).
       01 PG-STA-LIV             PIC 9(01).
       01 PG-IDF-UTI             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY utiglb.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
               MOVE 1 TO PG-ECA-PIE
           END-IF.

      * Le scanneur et l'heure du dernier scan sont portés sur la
      * ligne (début posé par "debtrtliv" au premier scan).
           IF G-UTI-ID IS NUMERIC
               MOVE G-UTI-ID TO PG-IDF-UTI
           ELSE
               MOVE 0 TO PG-IDF-UTI
           END-IF.

           EXEC SQL
               UPDATE livraison_piece
               SET qt_recue_pie = :PG-QTE-CPT,
                   ecart_pie = :PG-ECA-PIE,
                   id_uti_trt = NULLIF(:PG-IDF-UTI, 0),
                   date_deb_trt = COALESCE(date_deb_trt,
                                           CURRENT_TIMESTAMP),
                   date_fin_trt = CURRENT_TIMESTAMP
               WHERE id_liv = :PG-IDF-LIV
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.
