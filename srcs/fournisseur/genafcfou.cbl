      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch mensuel de la chaîne de nuit ("chnbat") qui    *
      * autofacture le dépôt fournisseur (stock consigné par le        *
      * fournisseur dans nos dépôts, table consigne_fou) : le 1er jour *
      * ouvré du mois, pour chaque fournisseur dont des pièces         *
      * consignées ont été consommées ("cnscsf", table                 *
      * consigne_fou_conso) et pas encore facturées, une livraison     *
      * entrante d'autofacturation (csg_liv = 2, terminée d'office     *
      * sans mouvement de stock) reprend les quantités consommées par  *
      * pièce ; la facture fournisseur "AF" + mois écoulé (AAAAMM) est *
      * créée dessus ("ajufacfou", lignes par "ajuffoupi", au prix     *
      * d'achat moyen des consommations, TVA au taux de la pièce),     *
      * rapprochée ("ctlfacfou") comme une facture reçue, et les       *
      * consommations facturées y sont rattachées. Un fournisseur en   *
      * erreur garde ses consommations pour le passage suivant. Les    *
      * autres nuits, le programme ne fait rien.                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; AFC=AUTOFACTURE; FOU=FOURNISSEUR;              *
      * CNS=CONSOMMATION; CSF=CONSIGNE FOURNISSEUR; LIV=LIVRAISON;     *
      * FAC=FACTURE; PIE=PIECE; QTE=QUANTITE; PRI=PRIX; MNT=MONTANT;   *
      * HT=HORS TAXE; TVA=TAXE SUR LA VALEUR AJOUTEE; LGN=LIGNE;       *
      * FFP=LIGNE DE FACTURE FOURNISSEUR; RPR=RAPPROCHEMENT;           *
      * ECT=ECART; MRQ=MARQUAGE; CLC=CALCUL; ENR=ENREGISTREMENT;       *
      * CTL=CONTROLE; JOU=JOUR; OUV=OUVRE; MOI=MOIS; ANN=ANNEE;        *
      * SEM=QUANTIEME; DAT=DATE; INI=INITIALISATION; LCT=LECTURE;      *
      * ETT=ETAT; ENC=EN COURS; ERR=ERREUR; NBR=NOMBRE; NUM=NUMERO;    *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; EDT=EDITION.                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. genafcfou.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-FIN              PIC X(10).
       01 PG-NBR-OUV              PIC 9(05).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-IDF-LIV              PIC 9(10).
       01 PG-IDF-FAC              PIC 9(10).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-QTE-CNS              PIC 9(10).
       01 PG-PRI-CNS              PIC 9(08)V99.
       01 PG-MNT-HT               PIC 9(10)V99.
       01 PG-MNT-TVA              PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Fournisseurs ayant des consommations de leur dépôt pas
      * encore facturées, jusqu'à la fin du mois écoulé (une
      * consommation oubliée d'un mois précédent part avec celui-ci).
       EXEC SQL
           DECLARE CUR-FOU CURSOR FOR
               SELECT DISTINCT c.id_fou
               FROM consigne_fou_conso c
               WHERE c.id_fac_fou IS NULL
                 AND c.qte_cns > 0
                 AND c.date_cns < :PG-DAT-FIN
               ORDER BY c.id_fou
               FOR READ ONLY
       END-EXEC.

      * Consommations non facturées du fournisseur, cumulées par
      * pièce, au prix moyen d'achat des consommations.
       EXEC SQL
           DECLARE CUR-CNS CURSOR FOR
               SELECT c.id_pie, SUM(c.qte_cns),
                      ROUND(SUM(c.qte_cns * c.prix_cns)
                            / SUM(c.qte_cns), 2)
               FROM consigne_fou_conso c
               WHERE c.id_fou = :PG-IDF-FOU
                 AND c.id_fac_fou IS NULL
                 AND c.qte_cns > 0
                 AND c.date_cns < :PG-DAT-FIN
               GROUP BY c.id_pie
               ORDER BY c.id_pie
               FOR READ ONLY
       END-EXEC.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-ETT-CNS              PIC 9(01).
           88 WS-ETT-CNS-ENC                 VALUE 0.
           88 WS-ETT-CNS-FIN                 VALUE 1.

      * Date du jour et mois facturé (le mois écoulé).
       01 WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 WS-SEM-JOU          PIC 9(02).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).
       01 WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
       01 WS-DAT-LIV              PIC X(10).

      * Arguments de "ajuliv", "ajulivpi", "ajufacfou", "ajuffoupi"
      * et "ctlfacfou". Pas d'utilisateur connecté en batch (cf.
      * "ajulog").
       01 WS-IDF-UTI              PIC 9(10) VALUE 0.
       01 WS-IDF-LIV              PIC 9(10).
       01 WS-IDF-FAC              PIC 9(10).
       01 WS-NUM-FAC              PIC X(20).
       01 WS-QTE-CNS              PIC 9(07)V9(03).
      * Quantité facturée ("ajuffoupi") : entière, comme la
      * consommation en dépôt.
       01 WS-QTE-FAC              PIC 9(10).
       01 WS-PRI-CNS              PIC 9(08)V99.
       01 WS-MNT-HT               PIC 9(10)V99.
       01 WS-MNT-TVA              PIC 9(10)V99.
       01 WS-NBR-ECT              PIC 9(05).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LIV==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LGN==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-FAC==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-FFP==.
       COPY majret REPLACING ==:PREFIX:== BY ==WS-RPR==.

      * Positionné à OUI dès qu'une écriture de l'autofacturation du
      * fournisseur en cours échoue : ses consommations restent non
      * facturées et repartiront au prochain passage.
       01 WS-ETT-ERR              PIC 9(01).
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

       01 WS-NBR-AFC              PIC 9(05) VALUE 0.
       01 WS-NBR-RPR              PIC 9(05) VALUE 0.
       01 WS-NBR-ERR              PIC 9(05) VALUE 0.

      * Message et type de log de chaque autofacture.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "facfou".
       01 WS-IDF-FOU-EDT          PIC Z(10).
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       PROCEDURE DIVISION.

           ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD.

      * L'autofacturation part le 1er jour ouvré du mois, comme les
      * relevés clients ("genrelcli") : les autres nuits, rien.
           PERFORM 0050-CTL-JOU-DEB
              THRU 0050-CTL-JOU-FIN.

           IF PG-NBR-OUV > 0
               DISPLAY "genafcfou : pas le 1er jour ouvre du mois,"
                   " rien a faire"
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           EXEC SQL OPEN CUR-FOU END-EXEC.

           PERFORM 0200-LCT-FOU-DEB
              THRU 0200-LCT-FOU-FIN.

           PERFORM UNTIL WS-ETT-LCT-FIN

               PERFORM 0300-AFC-FOU-DEB
                  THRU 0300-AFC-FOU-FIN

               PERFORM 0200-LCT-FOU-DEB
                  THRU 0200-LCT-FOU-FIN
           END-PERFORM.

           EXEC SQL CLOSE CUR-FOU END-EXEC.

           DISPLAY "genafcfou : " WS-NBR-AFC " autofacture(s) dont "
               WS-NBR-RPR " bonne(s) a payer, " WS-NBR-ERR
               " fournisseur(s) en erreur".

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Compte les jours ouvrés du mois déjà passés avant aujourd'hui
      * (même règle que "genrelcli") : zéro = aujourd'hui est le
      * premier jour ouvré du mois, l'autofacturation part.
       0050-CTL-JOU-DEB.

           MOVE 0 TO PG-NBR-OUV.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-OUV
               FROM generate_series(
                        DATE_TRUNC('month', CURRENT_DATE),
                        CURRENT_DATE - 1, '1 day') AS g(d)
               WHERE NOT EXISTS
                   (SELECT 1 FROM jour_ferme jf
                    WHERE jf.date_jof = CAST(g.d AS DATE)
                      AND jf.id_ent = 0)
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO PG-NBR-OUV
           END-IF.

       0050-CTL-JOU-FIN.

      *-----------------------------------------------------------------
      * Mois facturé (le mois écoulé, qui donne son numéro à
      * l'autofacture) et borne haute exclusive des consommations
      * (le 1er du mois courant).
       0100-INI-MOI-DEB.

           MOVE WS-ANN-JOU TO WS-ANN.
           MOVE WS-MOI-JOU TO WS-MOI.

           IF WS-MOI = 1
               SUBTRACT 1 FROM WS-ANN
               MOVE 12 TO WS-MOI
           ELSE
               SUBTRACT 1 FROM WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-MOI-EDT-ANN.
           MOVE WS-MOI TO WS-MOI-EDT-MOI.

           STRING WS-ANN-JOU DELIMITED BY SIZE
                  WS-MOI-JOU DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

           MOVE SPACES TO WS-DAT-LIV.
           STRING WS-ANN-JOU DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-MOI-JOU DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SEM-JOU DELIMITED BY SIZE
                  INTO WS-DAT-LIV
           END-STRING.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
       0200-LCT-FOU-DEB.

           EXEC SQL
               FETCH CUR-FOU
               INTO :PG-IDF-FOU
           END-EXEC.

           IF SQLCODE = 0
               SET WS-ETT-LCT-ENC TO TRUE
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0200-LCT-FOU-FIN.

      *-----------------------------------------------------------------
      * Autofacture d'un fournisseur : une livraison entrante
      * d'autofacturation (csg_liv = 2, terminée d'office, sans
      * mouvement de stock - les pièces sont déjà sorties) porte les
      * quantités consommées ; la facture fournisseur "AF" + mois est
      * créée dessus, ligne à ligne, puis rapprochée comme une
      * facture reçue ("ctlfacfou"). Les consommations facturées
      * sont marquées de la facture.
       0300-AFC-FOU-DEB.

           SET WS-ETT-ERR-NON TO TRUE.

           PERFORM 0350-CLC-MNT-DEB
              THRU 0350-CLC-MNT-FIN.

           IF WS-ETT-ERR-OUI
               ADD 1 TO WS-NBR-ERR
               EXIT PARAGRAPH
           END-IF.

           CALL "ajuliv"
               USING
               WS-DAT-LIV
               WS-DAT-LIV
               0
               0
               PG-IDF-FOU
               0
               0
               WS-IDF-LIV
               WS-LIV-AJU-RET
           END-CALL.

           IF NOT WS-LIV-AJU-RET-OK
               ADD 1 TO WS-NBR-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-LIV TO PG-IDF-LIV.

           EXEC SQL
               UPDATE livraison
               SET statut_liv = 1,
                   csg_liv = 2
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-NBR-ERR
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NUM-FAC.
           STRING "AF" DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO WS-NUM-FAC
           END-STRING.

           CALL "ajufacfou"
               USING
               PG-IDF-FOU
               WS-IDF-LIV
               WS-NUM-FAC
               WS-DAT-LIV
               WS-MNT-HT
               WS-MNT-TVA
               WS-IDF-UTI
               WS-IDF-FAC
               WS-FAC-AJU-RET
           END-CALL.

           IF NOT WS-FAC-AJU-RET-OK
               ADD 1 TO WS-NBR-ERR
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NBR-AFC.

           PERFORM 0400-ENR-LGN-DEB
              THRU 0400-ENR-LGN-FIN.

           PERFORM 0500-MRQ-CNS-DEB
              THRU 0500-MRQ-CNS-FIN.

           IF WS-ETT-ERR-OUI
               ADD 1 TO WS-NBR-ERR
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0600-RPR-FAC-DEB
              THRU 0600-RPR-FAC-FIN.

           MOVE PG-IDF-FOU TO WS-IDF-FOU-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "autofacture " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUM-FAC) DELIMITED BY SIZE
                  " du depot fournisseur " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-FOU-EDT) DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0300-AFC-FOU-FIN.

      *-----------------------------------------------------------------
      * Montants de l'autofacture, sur les mêmes cumuls par pièce que
      * ses lignes : HT au prix moyen arrondi, TVA au taux de la
      * pièce.
       0350-CLC-MNT-DEB.

           EXEC SQL
               SELECT COALESCE(SUM(x.qte * x.pri), 0),
                      COALESCE(SUM(ROUND(x.qte * x.pri
                                         * x.tva / 100, 2)), 0)
               INTO :PG-MNT-HT, :PG-MNT-TVA
               FROM (SELECT c.id_pie, SUM(c.qte_cns) AS qte,
                            ROUND(SUM(c.qte_cns * c.prix_cns)
                                  / SUM(c.qte_cns), 2) AS pri,
                            COALESCE(p.taux_tva_pie, 0) AS tva
                     FROM consigne_fou_conso c
                         JOIN piece p ON p.id_pie = c.id_pie
                     WHERE c.id_fou = :PG-IDF-FOU
                       AND c.id_fac_fou IS NULL
                       AND c.qte_cns > 0
                       AND c.date_cns < :PG-DAT-FIN
                     GROUP BY c.id_pie, p.taux_tva_pie) x
           END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-ETT-ERR-OUI TO TRUE
           ELSE
               MOVE PG-MNT-HT  TO WS-MNT-HT
               MOVE PG-MNT-TVA TO WS-MNT-TVA
           END-IF.

       0350-CLC-MNT-FIN.

      *-----------------------------------------------------------------
      * Une ligne par pièce consommée : ligne de la livraison
      * d'autofacturation (quantité reçue = quantité consommée, pour
      * le rapprochement) et ligne de la facture au prix moyen.
       0400-ENR-LGN-DEB.

           EXEC SQL OPEN CUR-CNS END-EXEC.

           SET WS-ETT-CNS-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-CNS-FIN OR WS-ETT-ERR-OUI
               EXEC SQL
                   FETCH CUR-CNS
                   INTO :PG-IDF-PIE, :PG-QTE-CNS, :PG-PRI-CNS
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0450-ENR-PIE-DEB
                      THRU 0450-ENR-PIE-FIN
               ELSE
                   SET WS-ETT-CNS-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CNS END-EXEC.

       0400-ENR-LGN-FIN.

      *-----------------------------------------------------------------
       0450-ENR-PIE-DEB.

           MOVE PG-QTE-CNS TO WS-QTE-CNS.
           MOVE PG-QTE-CNS TO WS-QTE-FAC.
           MOVE PG-PRI-CNS TO WS-PRI-CNS.

           CALL "ajulivpi"
               USING
               WS-IDF-LIV
               PG-IDF-PIE
               WS-QTE-CNS
               WS-LGN-AJU-RET
           END-CALL.

           IF NOT WS-LGN-AJU-RET-OK
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE livraison_piece
               SET qt_recue_pie = :PG-QTE-CNS,
                   ecart_pie = 0
               WHERE id_liv = :PG-IDF-LIV
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "ajuffoupi"
               USING
               WS-IDF-FAC
               PG-IDF-PIE
               WS-QTE-FAC
               WS-PRI-CNS
               WS-FFP-AJU-RET
           END-CALL.

           IF NOT WS-FFP-AJU-RET-OK
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0450-ENR-PIE-FIN.

      *-----------------------------------------------------------------
      * Les consommations facturées sont rattachées à l'autofacture :
      * elles ne repartiront pas le mois prochain.
       0500-MRQ-CNS-DEB.

           IF WS-ETT-ERR-OUI
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-FAC TO PG-IDF-FAC.

           EXEC SQL
               UPDATE consigne_fou_conso
               SET id_fac_fou = :PG-IDF-FAC
               WHERE id_fou = :PG-IDF-FOU
                 AND id_fac_fou IS NULL
                 AND qte_cns > 0
                 AND date_cns < :PG-DAT-FIN
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET WS-ETT-ERR-OUI TO TRUE
           END-IF.

       0500-MRQ-CNS-FIN.

      *-----------------------------------------------------------------
      * Rapprochement trois documents, comme pour une facture reçue :
      * un prix du catalogue modifié depuis les consommations laisse
      * l'autofacture bloquée avec sa liste d'écarts.
       0600-RPR-FAC-DEB.

           CALL "ctlfacfou"
               USING
               WS-IDF-FAC
               WS-IDF-UTI
               WS-NBR-ECT
               WS-RPR-MAJ-RET
           END-CALL.

           IF WS-RPR-MAJ-RET-OK AND WS-NBR-ECT = 0
               ADD 1 TO WS-NBR-RPR
           END-IF.

       0600-RPR-FAC-FIN.
