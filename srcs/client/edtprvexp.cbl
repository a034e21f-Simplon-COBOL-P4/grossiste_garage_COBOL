      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée) qui liste les factures   *
      * d'export hors UE (regime_tva_fac = 2, figé par "ajufac") dont  *
      * au moins une livraison n'a pas encore sa preuve de sortie de   *
      * l'UE (ref_sortie_liv, date_sortie_liv, saisies par             *
      * "majprvexp") plus de N jours après la date de facture : sans   *
      * cette preuve, l'exonération de TVA peut être remise en cause.  *
      * N est lu en entrée (SYSIN, 3 chiffres, 30 jours à défaut),     *
      * puis la société (NN, 01 à défaut, contrôlée par "lirsoc") :    *
      * seules ses factures sont listées et l'édition est suffixée     *
      * "_NN" (preuves_export.txt pour la société 1). Par facture :    *
      * numéro, date, ancienneté, client, montant HT et livraisons     *
      * sans preuve ; total en pied. Une facture de dépôt-vente        *
      * ("majcsgcons", sans livraison rattachée) s'appuie sur les      *
      * sortantes de consignation du client (csg_liv = 1).             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; PRV=PREUVE; EXP=EXPORT; FAC=FACTURE; CLI=CLIENT;   *
      * LIV=LIVRAISON; NUM=NUMERO; DAT=DATE; AGE=ANCIENNETE;           *
      * JRS=JOURS; SAI=SAISIE; MNT=MONTANT; HT=HORS TAXE; NBR=NOMBRE;  *
      * TOT=TOTAL; FIC=FICHIER; NTE=ENTETE; LGN=LIGNE; LCT=LECTURE;    *
      * ETT=ETAT; CUR=CURSEUR; SOC=SOCIETE; RAI=RAISON SOCIALE;        *
      * BAS=BASE; LIR=LIRE; PID=PIED.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtprvexp.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PRV ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-PRV.
       01  FD-LGN-PRV                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-NBR-JRS              PIC 9(03).
       01 PG-IDF-SOC              PIC 9(02).
       01 PG-DAT-JOU              PIC X(10).
      * Une facture d'export sans preuve (curseur CUR-PRV).
       01 PG-NUM-FAC              PIC 9(10).
       01 PG-DAT-FAC              PIC X(10).
       01 PG-AGE-FAC              PIC 9(05).
       01 PG-NOM-CLI              PIC X(50).
       01 PG-MNT-HT               PIC 9(10)V99.
       01 PG-NBR-LIV              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Factures d'export de la société, vieilles de plus de N
      * jours, dont une livraison au moins attend sa preuve de
      * sortie : la plus ancienne en tête. Une facture de dépôt-vente
      * ("majcsgcons") n'a pas de livraison rattachée : sa preuve est
      * celle des sortantes de consignation du client (csg_liv = 1)
      * terminées à la date de la facture.
       EXEC SQL
           DECLARE CUR-PRV CURSOR FOR
               SELECT x.num_fac, CAST(x.date_fac AS VARCHAR(10)),
                      CURRENT_DATE - x.date_fac,
                      x.nom_cli, x.mnt_ht_fac, x.nbr_liv
               FROM
                  (SELECT f.num_fac, f.date_fac, c.nom_cli,
                          f.mnt_ht_fac,
                          (SELECT COUNT(*)
                           FROM livraison l
                           WHERE BTRIM(COALESCE(l.ref_sortie_liv, ''))
                                 = ''
                             AND (l.id_liv IN
                                     (SELECT fl.id_liv
                                      FROM facture_livraison fl
                                      WHERE fl.id_fac = f.id_fac)
                                  OR (NOT EXISTS
                                         (SELECT 1
                                          FROM facture_livraison fl
                                          WHERE fl.id_fac = f.id_fac)
                                      AND l.id_cli = f.id_cli
                                      AND COALESCE(l.csg_liv, 0) = 1
                                      AND l.statut_liv = 1
                                      AND COALESCE(l.retour_liv, 0) = 0
                                      AND COALESCE(l.date_ter_liv,
                                                   l.date_fin_liv)
                                          <= f.date_fac)))
                          AS nbr_liv
                   FROM facture f
                       JOIN client c ON c.id_cli = f.id_cli
                   WHERE COALESCE(f.regime_tva_fac, 0) = 2
                     AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
                     AND f.date_fac <= CURRENT_DATE - :PG-NBR-JRS) x
               WHERE x.nbr_liv > 0
               ORDER BY x.date_fac, x.num_fac
               FOR READ ONLY
       END-EXEC.

      * Délai lu en entrée (3 chiffres), 30 jours à défaut.
       01 WS-JRS-SAI              PIC X(03).

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-NBR-FAC              PIC 9(05) VALUE 0.
       01 WS-TOT-HT               PIC 9(12)V99 VALUE 0.

       01 WS-NUM-FAC-EDT          PIC Z(09)9.
       01 WS-AGE-EDT              PIC Z(04)9.
       01 WS-NBR-LIV-EDT          PIC Z(04)9.
       01 WS-MNT-EDT              PIC Z(10)9.99.
       01 WS-NBR-EDT              PIC Z(04)9.
       01 WS-JRS-EDT              PIC ZZ9.
       01 WS-NOM-CLI-EDT          PIC X(30).

      * Titres des colonnes, calés sur la ligne de facture.
       01 WS-LGN-TIT.
           05 FILLER              PIC X(22) VALUE "   Facture Date".
           05 FILLER              PIC X(07) VALUE "Jours".
           05 FILLER              PIC X(35) VALUE "Client".
           05 FILLER              PIC X(12) VALUE "Montant HT".
           05 FILLER              PIC X(16) VALUE "Sans preuve".

      * Société listée (NN lu en entrée après le délai, 01 à
      * défaut) : l'édition porte le suffixe "_NN" ("calnomcpt"),
      * sauf la société 1 qui garde le nom d'origine.
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20) VALUE "preuves_export".
       01 WS-NOM-SOC              PIC X(20).
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       PROCEDURE DIVISION.

           PERFORM 0100-LIR-PRM-DEB
              THRU 0100-LIR-PRM-FIN.

           IF RETURN-CODE = 8
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT FIC-PRV.

           PERFORM 0200-NTE-PRV-DEB
              THRU 0200-NTE-PRV-FIN.

           EXEC SQL OPEN CUR-PRV END-EXEC.

           PERFORM 0300-LCT-DEB
              THRU 0300-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0400-LGN-FAC-DEB
                  THRU 0400-LGN-FAC-FIN

               PERFORM 0300-LCT-DEB
                  THRU 0300-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-PRV END-EXEC.

           PERFORM 0500-PID-PRV-DEB
              THRU 0500-PID-PRV-FIN.

           CLOSE FIC-PRV.

           DISPLAY "edtprvexp : " WS-NBR-FAC " facture(s) d'export "
               "sans preuve de sortie, edition dans "
               FUNCTION TRIM(WS-NOM-FIC).

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Délai en jours puis société, lus en entrée ; une société
      * inconnue arrête l'édition (code retour 8).
       0100-LIR-PRM-DEB.

           ACCEPT WS-JRS-SAI.

           IF WS-JRS-SAI IS NUMERIC
               MOVE WS-JRS-SAI TO PG-NBR-JRS
           ELSE
               MOVE 30 TO PG-NBR-JRS
           END-IF.

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
               DISPLAY "edtprvexp : societe " PG-IDF-SOC " inconnue"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           CALL "calnomcpt"
               USING
               WS-NOM-BAS
               PG-IDF-SOC
               WS-NOM-SOC
           END-CALL.

           MOVE SPACES TO WS-NOM-FIC.
           STRING FUNCTION TRIM(WS-NOM-SOC) ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

       0100-LIR-PRM-FIN.

      *-----------------------------------------------------------------
      * Écrit l'entête de l'édition.
       0200-NTE-PRV-DEB.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           MOVE "FACTURES D'EXPORT SANS PREUVE DE SORTIE DE L'UE"
               TO FD-LGN-PRV.
           WRITE FD-LGN-PRV.

           MOVE PG-NBR-JRS TO WS-JRS-EDT.

           MOVE SPACES TO FD-LGN-PRV.
           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  "   Factures de plus de " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JRS-EDT) DELIMITED BY SIZE
                  " jours" DELIMITED BY SIZE
                  INTO FD-LGN-PRV
           END-STRING.
           WRITE FD-LGN-PRV.

           MOVE SPACES TO FD-LGN-PRV.
           STRING "Societe : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-PRV
           END-STRING.
           WRITE FD-LGN-PRV.

           MOVE " " TO FD-LGN-PRV.
           WRITE FD-LGN-PRV.

           MOVE WS-LGN-TIT TO FD-LGN-PRV.
           WRITE FD-LGN-PRV.

       0200-NTE-PRV-FIN.

      *-----------------------------------------------------------------
       0300-LCT-DEB.

           EXEC SQL
               FETCH CUR-PRV
               INTO :PG-NUM-FAC, :PG-DAT-FAC, :PG-AGE-FAC,
                    :PG-NOM-CLI, :PG-MNT-HT, :PG-NBR-LIV
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0300-LCT-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne d'une facture et cumule le total.
       0400-LGN-FAC-DEB.

           MOVE PG-NUM-FAC TO WS-NUM-FAC-EDT.
           MOVE PG-AGE-FAC TO WS-AGE-EDT.
           MOVE PG-NOM-CLI TO WS-NOM-CLI-EDT.
           MOVE PG-MNT-HT  TO WS-MNT-EDT.
           MOVE PG-NBR-LIV TO WS-NBR-LIV-EDT.

           MOVE SPACES TO FD-LGN-PRV.
           STRING WS-NUM-FAC-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-FAC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AGE-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOM-CLI-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NBR-LIV-EDT DELIMITED BY SIZE
                  INTO FD-LGN-PRV
           END-STRING.
           WRITE FD-LGN-PRV.

           ADD 1 TO WS-NBR-FAC.
           ADD PG-MNT-HT TO WS-TOT-HT.

       0400-LGN-FAC-FIN.

      *-----------------------------------------------------------------
      * Pied : nombre de factures et montant hors taxe exposé.
       0500-PID-PRV-DEB.

           MOVE " " TO FD-LGN-PRV.
           WRITE FD-LGN-PRV.

           MOVE WS-NBR-FAC TO WS-NBR-EDT.
           MOVE WS-TOT-HT  TO WS-MNT-EDT.

           MOVE SPACES TO FD-LGN-PRV.
           STRING "Total : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " facture(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-EDT) DELIMITED BY SIZE
                  " HT dont l'exoneration reste a justifier"
                  DELIMITED BY SIZE
                  INTO FD-LGN-PRV
           END-STRING.
           WRITE FD-LGN-PRV.

       0500-PID-PRV-FIN.
