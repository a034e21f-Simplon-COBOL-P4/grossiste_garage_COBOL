      * Programme batch (exécution planifiée, mensuelle) qui facture   *
      * les pénalités de retard : pour chaque facture en retard -      *
      * soldée après son échéance (date du dernier règlement imputé    *
      * contre l'échéance stockée date_ech_fac, à défaut 30 jours      *
      * après la référence d'ancienneté, comme "edtbalage") ou encore  *
      * ouverte échéance dépassée - une pénalité est calculée :        *
      * intérêts au taux annuel configuré (clé "taux_penalite" de      *
      * parametre_secu, 12 % à défaut, prorata temporis sur 365 jours) *
      * plus l'indemnité forfaitaire légale de 40 EUR par facture. Les *
      * pénalités d'un client sont regroupées en une facture de        *
      * pénalités (numérotée sur le compteur légal "facture", drapeau  *
      * pen_fac, sans TVA - les pénalités n'y sont pas soumises)       *
      * portée à l'encours (solde_cli), exigible à réception (échéance *
      * = date de facture) : "ajureg" l'encaissera comme les autres.   *
      * Une facture n'est pénalisée qu'une fois (table                 *
      * penalite_facture) et les factures de pénalités ne              *
      * s'auto-pénalisent pas. En dessous du seuil de minimis (clé     *
      * "seuil_penalite", 10 EUR à défaut), le client n'est pas        *
      * facturé ce mois-ci. Les pénalités sont facturées par la        *
      * société (id_soc) de la facture en retard, sous le compteur de  *
      * cette société ("calnomcpt"), et signées dans la chaîne         *
      * inaltérable des ventes ("ajusig") dans la même transaction.    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * GEN=GENERATION; PEN=PENALITE; RET=RETARD; FAC=FACTURE;         *
      * CLI=CLIENT; MNT=MONTANT; JRS=JOURS; TAU=TAUX; SEU=SEUIL;       *
      * IDX=INDEX; NBR=NOMBRE; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT;     *
      * IDF=IDENTIFIANT; CPT=COMPTEUR; NUM=NUMERO; TOT=TOTAL;          *
      * DAT=DATE; FFT=FORFAIT; SOC=SOCIETE; CRT=COURANT; BAS=BASE;     *
      * SIG=SIGNATURE; TYP=TYPE.                                       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-DAT-JOU             PIC X(10).
       01 PG-IDF-FAC-ORG         PIC 9(10).
       01 PG-MNT-PEN-LGN         PIC 9(08)V99.
      * Société de la facture en retard, et clé de son compteur.
       01 PG-IDF-SOC             PIC 9(02).
       01 PG-NOM-CPT             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Factures en retard jamais pénalisées, par client : le retard
      * est compté depuis l'échéance stockée sur la facture
      * (date_ech_fac ; pour les factures antérieures, référence
      * d'ancienneté + 30 jours) jusqu'au dernier règlement imputé
      * (facture soldée) ou jusqu'à aujourd'hui (facture encore
      * ouverte). Les intérêts
      * portent sur l'impayé, pas sur le montant de la facture : le
      * reste dû pour une facture ouverte, et pour une facture
      * soldée en retard ce qui restait dû à l'échéance. Les
      * factures de pénalités (pen_fac = 1) sont hors jeu. Les
      * pénalités sont facturées par la société de la facture en
      * retard : rupture sur société puis client.
       EXEC SQL
           DECLARE CUR-PEN CURSOR FOR
               SELECT x.id_soc, x.id_cli, x.id_fac,
                      GREATEST(CASE WHEN x.reste > 0
                                    THEN x.reste
                                    ELSE x.mnt_ttc - x.imp_ech
                           THEN CURRENT_DATE - x.dat_ech
                           ELSE x.dat_sld - x.dat_ech
                      END
               FROM (SELECT COALESCE(f.id_soc, 1) AS id_soc,
                            f.id_cli, f.id_fac,
                            f.mnt_ttc_fac AS mnt_ttc,
                            f.mnt_ttc_fac - COALESCE(
                                (SELECT SUM(rf.mnt_imp_reg)
                                         ON g4.id_reg = rf4.id_reg
                                 WHERE rf4.id_fac = f.id_fac
                                   AND g4.date_reg <= COALESCE(
                                       f.date_ech_fac,
                                       COALESCE(
                                       (SELECT MIN(l2.date_fin_liv)
                                        FROM facture_livraison fl2
                                            JOIN livraison l2
                                                ON l2.id_liv
                                                   = fl2.id_liv
                                        WHERE fl2.id_fac = f.id_fac),
                                       f.date_fac) + 30)), 0)
                                AS imp_ech,
                            COALESCE(f.date_ech_fac,
                                COALESCE(
                                (SELECT MIN(l.date_fin_liv)
                                 FROM facture_livraison fl
                                     JOIN livraison l
                                         ON l.id_liv = fl.id_liv
                                 WHERE fl.id_fac = f.id_fac),
                                f.date_fac) + 30) AS dat_ech,
                            (SELECT MAX(g.date_reg)
                             FROM reglement_facture rf2
                                 JOIN reglement g
                            WHERE pf.id_fac = f.id_fac)) x
               WHERE (x.reste > 0 AND x.dat_ech < CURRENT_DATE)
                  OR (x.reste <= 0 AND x.dat_sld > x.dat_ech)
               ORDER BY x.id_soc, x.id_cli, x.id_fac
               FOR READ ONLY
       END-EXEC.

      * Rupture sur client : pénalités du client en cours (200
      * factures en retard au plus, bien au-delà du réel).
       01 WS-IDF-CLI-CRT         PIC 9(10) VALUE 0.
       01 WS-IDF-SOC-CRT         PIC 9(02) VALUE 0.
       01 WS-TAB-PEN.
           05 WS-PEN             OCCURS 200 TIMES.
               10 WS-PEN-FAC     PIC 9(10).
       01 WS-UTI-ID              PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Nom de base du compteur légal, suffixé par "calnomcpt" pour
      * une autre société que la société 1.
       01 WS-NOM-CPT-BAS         PIC X(20) VALUE "facture".

      * Maillon de la facture dans la chaine inalterable des ventes
      * ("ajusig"), pose dans la meme transaction que la facture.
       01 WS-TYP-SIG             PIC X(03) VALUE "FAC".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SIG==.

       PROCEDURE DIVISION.

           ACCEPT PG-DAT-JOU FROM DATE YYYYMMDD.

           EXEC SQL
               FETCH CUR-PEN
               INTO :PG-IDF-SOC, :PG-IDF-CLI, :PG-IDF-FAC,
                    :PG-MNT-BAS, :PG-JRS-RTD
           END-EXEC.

           IF SQLCODE = 0
      *-----------------------------------------------------------------
      * Calcule la pénalité de la facture (intérêts prorata temporis
      * plus indemnité forfaitaire) et la range dans le panier du
      * client, avec rupture au changement de client ou de société.
       0300-TRT-FAC-DEB.

           IF WS-IDF-CLI-CRT NOT = 0
                   AND (PG-IDF-CLI NOT = WS-IDF-CLI-CRT
                     OR PG-IDF-SOC NOT = WS-IDF-SOC-CRT)
               PERFORM 0400-FAC-CLI-DEB
                  THRU 0400-FAC-CLI-FIN
           END-IF.
           END-IF.

           MOVE PG-IDF-CLI TO WS-IDF-CLI-CRT.
           MOVE PG-IDF-SOC TO WS-IDF-SOC-CRT.

           IF PG-JRS-RTD <= 0 OR WS-NBR-PEN >= 200
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-IDF-CLI-CRT TO PG-IDF-CLI.
           MOVE WS-IDF-SOC-CRT TO PG-IDF-SOC.
           MOVE WS-TOT-PEN TO PG-MNT-PEN-TOT.

      * Numéro légal sur le compteur "facture" de la société, comme
      * "ajufac".
           CALL "calnomcpt"
               USING
               WS-NOM-CPT-BAS
               PG-IDF-SOC
               PG-NOM-CPT
           END-CALL.

           EXEC SQL
               UPDATE compteur
               SET val_cpt = val_cpt + 1
               WHERE nom_cpt = :PG-NOM-CPT
               RETURNING val_cpt INTO :PG-NUM-FAC
           END-EXEC.

               MOVE 1 TO PG-NUM-FAC
               EXEC SQL
                   INSERT INTO compteur (nom_cpt, val_cpt)
                   VALUES (:PG-NOM-CPT, 1)
               END-EXEC
           END-IF.


           EXEC SQL
               INSERT INTO facture
                   (num_fac, id_cli, date_fac, date_ech_fac,
                    mnt_ht_fac, mnt_tva_fac, mnt_ttc_fac, pen_fac,
                    id_soc)
               VALUES
                   (:PG-NUM-FAC, :PG-IDF-CLI, :PG-DAT-JOU, :PG-DAT-JOU,
                    :PG-MNT-PEN-TOT, 0, :PG-MNT-PEN-TOT, 1,
                    :PG-IDF-SOC)
               RETURNING id_fac INTO :PG-IDF-FAC-PEN
           END-EXEC.

               END-IF
           END-PERFORM.

      * Facture signee dans la chaine inalterable des ventes : sans
      * son maillon, rien n'est valide.
           IF NOT WS-ETT-ERR-OUI
               CALL "ajusig"
                   USING
                   WS-TYP-SIG
                   PG-IDF-FAC-PEN
                   WS-SIG-AJU-RET
               END-CALL
               IF NOT WS-SIG-AJU-RET-OK
                   SET WS-ETT-ERR-OUI TO TRUE
               END-IF
           END-IF.

           IF WS-ETT-ERR-OUI
               EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
