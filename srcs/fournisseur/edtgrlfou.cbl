      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme qui édite le grand livre fournisseurs : pour chaque  *
      * fournisseur ayant un solde dû (solde_fou) ou une facture non   *
      * soldée, une ligne d'entête (nom, devise, solde dû) puis une    *
      * ligne par facture ouverte - saisie (0) ou rapprochée (1) -     *
      * avec sa date, son échéance, son montant TTC, le total déjà     *
      * payé (imputations reglement_ffou des paiements "ajuregfou") et *
      * le reste dû. Les factures sont triées par échéance. Total du   *
      * reste dû en pied d'édition (montants en devise du              *
      * fournisseur, le total n'a donc de sens que par devise).        *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; GRL=GRAND LIVRE; FOU=FOURNISSEUR; FAC=FACTURE;     *
      * SLD=SOLDE; DEV=DEVISE; ECH=ECHEANCE; TTC=TOUTES TAXES          *
      * COMPRISES; PAY=PAYE; RST=RESTE; STT=STATUT; TOT=TOTAL;         *
      * FIC=FICHIER; LGN=LIGNE; LCT=LECTURE; ETT=ETAT; CUR=CURSEUR;    *
      * NBR=NOMBRE; DAT=DATE; PRC=PRECEDENT; PRS=PRESENCE.             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtgrlfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-GRL ASSIGN TO "grand_livre_fournisseurs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-GRL.
       01  FD-LGN-GRL                 PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-JOU              PIC X(10).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-NOM-FOU              PIC X(50).
       01 PG-DEV-FOU              PIC X(03).
       01 PG-SLD-FOU              PIC S9(10)V99.
       01 PG-NUM-FAC              PIC X(30).
       01 PG-DAT-FAC              PIC X(10).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-MNT-TTC              PIC 9(10)V99.
       01 PG-MNT-PAY              PIC 9(10)V99.
       01 PG-STT-FAC              PIC 9(01).
      * 1 = la ligne porte une facture ouverte, 0 = fournisseur sans
      * facture ouverte (solde seul).
       01 PG-FAC-PRS              PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Curseur du grand livre : une ligne par facture ouverte, ou une
      * seule ligne sans facture pour un fournisseur dont le solde
      * n'est pas nul sans facture ouverte (avance, reliquat).
       EXEC SQL
           DECLARE CUR-GRL CURSOR FOR
               SELECT fo.id_fou, fo.nom_fou,
                      COALESCE(fo.devise_fou, 'EUR'),
                      COALESCE(fo.solde_fou, 0),
                      CASE WHEN x.id_fou IS NULL THEN 0 ELSE 1 END,
                      COALESCE(x.num_fac_fou, ' '),
                      COALESCE(x.date_fac_fou, ' '),
                      COALESCE(x.date_ech, ' '),
                      COALESCE(x.ttc, 0), COALESCE(x.paye, 0),
                      COALESCE(x.statut_ffou, 0)
               FROM fournisseur fo
                   LEFT JOIN
                    (SELECT f.id_fou, f.num_fac_fou, f.statut_ffou,
                            CAST(f.date_fac_fou AS VARCHAR(10))
                                AS date_fac_fou,
                            CAST(COALESCE(f.date_ech_ffou,
                                          f.date_fac_fou)
                                 AS VARCHAR(10)) AS date_ech,
                            f.mnt_ht_ffou + COALESCE(f.mnt_tva_ffou, 0)
                                AS ttc,
                            COALESCE(
                                (SELECT SUM(rf.mnt_imp_ffou)
                                 FROM reglement_ffou rf
                                 WHERE rf.id_fac_fou = f.id_fac_fou), 0)
                                AS paye
                     FROM facture_fournisseur f
                     WHERE f.statut_ffou IN (0, 1)) x
                       ON x.id_fou = fo.id_fou
               WHERE x.id_fou IS NOT NULL
                  OR COALESCE(fo.solde_fou, 0) <> 0
               ORDER BY fo.id_fou, x.date_ech, x.num_fac_fou
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Rupture sur le fournisseur.
       01 WS-IDF-FOU-PRC          PIC 9(10) VALUE 0.

       01 WS-NBR-FOU              PIC 9(05) VALUE 0.
       01 WS-MNT-RST              PIC S9(10)V99.
       01 WS-TOT-RST              PIC S9(12)V99 VALUE 0.

       01 WS-MNT-EDT              PIC Z(08)9.99.
       01 WS-MNT-EDT2             PIC Z(08)9.99.
       01 WS-MNT-EDT3             PIC -(09)9.99.
       01 WS-NOM-FOU-EDT          PIC X(30).
       01 WS-NUM-FAC-EDT          PIC X(15).
       01 WS-STT-EDT              PIC X(10).

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           OPEN OUTPUT FIC-GRL.

           PERFORM 0100-NTE-GRL-DEB
              THRU 0100-NTE-GRL-FIN.

           EXEC SQL OPEN CUR-GRL END-EXEC.

           PERFORM 0200-LCT-DEB
              THRU 0200-LCT-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               IF PG-IDF-FOU NOT = WS-IDF-FOU-PRC
                   PERFORM 0300-NTE-FOU-DEB
                      THRU 0300-NTE-FOU-FIN
               END-IF

               IF PG-FAC-PRS = 1
                   PERFORM 0400-LGN-FAC-DEB
                      THRU 0400-LGN-FAC-FIN
               END-IF

               PERFORM 0200-LCT-DEB
                  THRU 0200-LCT-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-GRL END-EXEC.

           PERFORM 0500-TOT-GRL-DEB
              THRU 0500-TOT-GRL-FIN.

           CLOSE FIC-GRL.

           DISPLAY "edtgrlfou : " WS-NBR-FOU " fournisseur(s) avec"
               " solde ou facture ouverte, edition dans"
               " grand_livre_fournisseurs.txt".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Écrit l'entête du grand livre.
       0100-NTE-GRL-DEB.

           MOVE "GRAND LIVRE FOURNISSEURS" TO FD-LGN-GRL.
           WRITE FD-LGN-GRL.

           STRING "Date : " DELIMITED BY SIZE
                  PG-DAT-JOU DELIMITED BY SIZE
                  INTO FD-LGN-GRL
           END-STRING.
           WRITE FD-LGN-GRL.

           MOVE " " TO FD-LGN-GRL.
           WRITE FD-LGN-GRL.

           MOVE
      -    "  Facture         Date       Echeance          TTC
      -    "    Paye        Reste  Statut"
               TO FD-LGN-GRL.
           WRITE FD-LGN-GRL.

       0100-NTE-GRL-FIN.

      *-----------------------------------------------------------------
       0200-LCT-DEB.

           EXEC SQL
               FETCH CUR-GRL
               INTO :PG-IDF-FOU, :PG-NOM-FOU, :PG-DEV-FOU,
                    :PG-SLD-FOU,
                    :PG-FAC-PRS, :PG-NUM-FAC,
                    :PG-DAT-FAC, :PG-DAT-ECH,
                    :PG-MNT-TTC, :PG-MNT-PAY, :PG-STT-FAC
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0200-LCT-FIN.

      *-----------------------------------------------------------------
      * Entête d'un fournisseur : nom, devise et solde dû.
       0300-NTE-FOU-DEB.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-PRC.
           MOVE PG-NOM-FOU TO WS-NOM-FOU-EDT.
           MOVE PG-SLD-FOU TO WS-MNT-EDT3.

           MOVE " " TO FD-LGN-GRL.
           WRITE FD-LGN-GRL.

           STRING WS-NOM-FOU-EDT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PG-DEV-FOU DELIMITED BY SIZE
                  ")  solde du : " DELIMITED BY SIZE
                  WS-MNT-EDT3 DELIMITED BY SIZE
                  INTO FD-LGN-GRL
           END-STRING.
           WRITE FD-LGN-GRL.

           ADD 1 TO WS-NBR-FOU.

       0300-NTE-FOU-FIN.

      *-----------------------------------------------------------------
      * Ligne d'une facture ouverte et cumul du reste dû.
       0400-LGN-FAC-DEB.

           COMPUTE WS-MNT-RST = PG-MNT-TTC - PG-MNT-PAY.

           MOVE PG-NUM-FAC TO WS-NUM-FAC-EDT.
           MOVE PG-MNT-TTC TO WS-MNT-EDT.
           MOVE PG-MNT-PAY TO WS-MNT-EDT2.
           MOVE WS-MNT-RST TO WS-MNT-EDT3.

           IF PG-STT-FAC = 0
               MOVE "saisie" TO WS-STT-EDT
           ELSE
               MOVE "a payer" TO WS-STT-EDT
           END-IF.

           STRING "  " DELIMITED BY SIZE
                  WS-NUM-FAC-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-FAC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-ECH DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MNT-EDT3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-GRL
           END-STRING.
           WRITE FD-LGN-GRL.

           ADD WS-MNT-RST TO WS-TOT-RST.

       0400-LGN-FAC-FIN.

      *-----------------------------------------------------------------
      * Écrit le total du reste dû en pied d'édition.
       0500-TOT-GRL-DEB.

           MOVE " " TO FD-LGN-GRL.
           WRITE FD-LGN-GRL.

           MOVE WS-TOT-RST TO WS-MNT-EDT3.

           STRING "TOTAL RESTE DU : " DELIMITED BY SIZE
                  WS-MNT-EDT3 DELIMITED BY SIZE
                  INTO FD-LGN-GRL
           END-STRING.
           WRITE FD-LGN-GRL.

       0500-TOT-GRL-FIN.
