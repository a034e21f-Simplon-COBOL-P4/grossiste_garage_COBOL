      * comptables) pour contrôle fiscal : pour l'exercice demandé     *
      * (AAAA lu en entrée, année en cours à défaut), produit le       *
      * fichier FEC_<AAAA>.txt aux 18 colonnes légales séparées par    *
      * "|", en numérotation d'écriture strictement séquentielle et en *
      * écritures équilibrées : ventes (factures : client TTC au       *
      * débit, ventes HT et TVA collectée au crédit), avoirs (retours  *
      * clients, écriture inverse), règlements (banque au débit,       *
      * client au crédit) et écarts de caisse (OD sur le compte        *
      * caisse). Les montants sont à la virgule décimale               *
      * (DECIMAL-POINT IS COMMA). Les comptes viennent de param_compta *
      * comme chez "expecr", comptes PCG par défaut. Un rapport de     *
      * contrôle (fec_controle_<AAAA>.txt) donne le nombre d'écritures *
      * et les totaux débit/crédit. Contrôle bloquant : s'il manque un *
      * numéro dans la séquence des factures émises par le compteur    *
      * légal, le FEC n'est pas produit (code retour 8) - un trou de   *
      * numérotation se justifie avant de remettre quoi que ce soit à  *
      * l'administration. Un FEC par société : la société (NN) est lue *
      * en entrée après l'exercice (01 à défaut, contrôlée par         *
      * "lirsoc"), seules ses pièces sont exportées (id_soc ; avoirs   *
      * par la livraison d'origine), le contrôle de séquence porte sur *
      * son compteur et ses fichiers sont suffixés "_NN" (la société 1 *
      * garde les noms d'origine).                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EXP=EXPORT; FEC=FICHIER DES ECRITURES COMPTABLES; ECR=         *
      * ECRITURE; NUM=NUMERO; CPT=COMPTE; VNT=VENTE; AVR=AVOIR;        *
      * REG=REGLEMENT; CAI=CAISSE; ECT=ECART; CLI=CLIENT; TVA=TAXE SUR *
      * LA VALEUR AJOUTEE; HT=HORS TAXE; TTC=TOUTES TAXES COMPRISES;   *
      * DEB=DEBIT; CRD=CREDIT; ANN=ANNEE; DAT=DATE; LCT=LECTURE;       *
      * ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; TOT=TOTAL; LIB=LIBELLE;     *
      * SEQ=SEQUENCE; FIC=FICHIER; SOC=SOCIETE; RAI=RAISON SOCIALE;    *
      * BAS=BASE; SAI=SAISIE.                                          *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-MNT-ECT              PIC S9(08)V99.
       01 PG-COD-CPT              PIC X(10).
       01 PG-NUM-CPT              PIC X(08).
      * Société exportée : chaque société a son propre FEC.
       01 PG-IDF-SOC              PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                   JOIN client c ON c.id_cli = f.id_cli
               WHERE f.date_fac >= :PG-DAT-DEB
                 AND f.date_fac < :PG-DAT-FIN
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               ORDER BY f.num_fac
               FOR READ ONLY
       END-EXEC.

      * Avoirs de l'exercice : une écriture inverse par retour, la
      * part HT reconstituée au taux figé de la ligne d'origine. Un
      * avoir appartient à la société de la livraison d'origine.
       EXEC SQL
           DECLARE CUR-AVR CURSOR FOR
               SELECT r.num_avr, CAST(r.date_rcl AS VARCHAR),
                       ON lp.id_liv = r.id_liv_orig
                      AND lp.id_pie = r.id_pie
                   JOIN piece p ON p.id_pie = r.id_pie
                   JOIN livraison l ON l.id_liv = r.id_liv_orig
               WHERE r.date_rcl >= :PG-DAT-DEB
                 AND r.date_rcl < :PG-DAT-FIN
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
               ORDER BY r.num_avr
               FOR READ ONLY
       END-EXEC.
                   JOIN client c ON c.id_cli = g.id_cli
               WHERE g.date_reg >= :PG-DAT-DEB
                 AND g.date_reg < :PG-DAT-FIN
                 AND COALESCE(g.id_soc, 1) = :PG-IDF-SOC
               ORDER BY g.id_reg
               FOR READ ONLY
       END-EXEC.
                 AND cs.ecart_ses <> 0
                 AND cs.date_clo_ses >= :PG-DAT-DEB
                 AND cs.date_clo_ses < :PG-DAT-FIN
                 AND COALESCE(cs.id_soc, 1) = :PG-IDF-SOC
               ORDER BY cs.id_ses
               FOR READ ONLY
       END-EXEC.
       01 WS-NOM-FIC              PIC X(40).
       01 WS-NOM-CTL              PIC X(40).

      * Société exportée (NN lu en entrée, 01 à défaut) : ses
      * fichiers portent le suffixe "_NN" ("calnomcpt"), sauf la
      * société 1 qui garde les noms d'origine.
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20).
       01 WS-NOM-SOC              PIC X(20).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

      * Numérotation strictement séquentielle des écritures.
       01 WS-NUM-ECR              PIC 9(10) VALUE 0.
       01 WS-NUM-ECR-EDT          PIC Z(10).
           PERFORM 0100-INI-ANN-DEB
              THRU 0100-INI-ANN-FIN.

           PERFORM 0120-LIR-SOC-DEB
              THRU 0120-LIR-SOC-FIN.

           IF RETURN-CODE = 8
               EXIT PROGRAM
           END-IF.

           PERFORM 0150-CTL-SEQ-DEB
              THRU 0150-CTL-SEQ-FIN.

              THRU 0600-EDT-CTL-FIN.

           DISPLAY "expfec : " WS-NBR-LGN " ligne(s) FEC ecrite(s)"
               " pour l'exercice " WS-ANN-SAI
               " (societe " PG-IDF-SOC ")".

           MOVE 0 TO RETURN-CODE.

           END-STRING.
           SUBTRACT 1 FROM WS-ANN.

       0100-INI-ANN-FIN.

      *-----------------------------------------------------------------
      * Société exportée : lue en entrée après l'exercice (01 à
      * défaut) et contrôlée par "lirsoc" ; une société inconnue
      * arrête l'export (code retour 8). Noms des fichiers de la
      * société.
       0120-LIR-SOC-DEB.

           ACCEPT WS-SOC-SAI.

           IF WS-SOC-SAI IS NUMERIC
               MOVE WS-SOC-SAI TO PG-IDF-SOC
           ELSE
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           CALL "lirsoc"
               USING
               PG-IDF-SOC
               WS-RAI-SOC
               WS-SOC-LIR-RET
           END-CALL.

           IF NOT WS-SOC-LIR-RET-OK
               DISPLAY "expfec : societe " PG-IDF-SOC " inconnue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOM-BAS.
           STRING "FEC_" WS-ANN-SAI DELIMITED BY SIZE
                  INTO WS-NOM-BAS
           END-STRING.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

           MOVE SPACES TO WS-NOM-BAS.
           STRING "fec_controle_" WS-ANN-SAI DELIMITED BY SIZE
                  INTO WS-NOM-BAS
           END-STRING.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-CTL
           END-STRING.

       0120-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Contrôle bloquant : la séquence des numéros de factures émis
      * par le compteur légal de la société ne doit avoir ni trou ni
      * doublon (sur toute la table : le compteur est continu d'un
      * exercice à l'autre).
       0150-CTL-SEQ-DEB.

           EXEC SQL
                      COALESCE(MAX(num_fac), 0)
               INTO :PG-NBR-FAC, :PG-NUM-MIN, :PG-NUM-MAX
               FROM facture
               WHERE COALESCE(id_soc, 1) = :PG-IDF-SOC
           END-EXEC.

           IF SQLCODE NOT = 0
           END-STRING.
           WRITE FD-LGN-CTL.

           STRING "Societe   : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-CTL
           END-STRING.
           WRITE FD-LGN-CTL.

           MOVE WS-NUM-ECR TO WS-NBR-EDT.
           STRING "Ecritures : " DELIMITED BY SIZE
                  WS-NBR-EDT DELIMITED BY SIZE
