      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme qui édite une facture (LK-TYP-DOC "FAC", numéro *
      * légal num_fac) ou un avoir ("AVR", num_avr) au format          *
      * structuré UBL 2.1 / EN 16931 attendu par la plateforme de      *
      * dématérialisation (PDP) de la facturation électronique :       *
      * fichier facture_el_<num>.xml ou avoir_el_<num>.xml. Le         *
      * document porte le cadre B1 (livraison de biens), le vendeur    *
      * (table "societe" : raison sociale, adresse, SIREN, numéro de   *
      * TVA) et l'acheteur (adresse, SIREN, numéro de TVA déduit du    *
      * SIREN), les mentions obligatoires (pénalités de retard,        *
      * indemnité forfaitaire de 40 EUR, escompte du client), le port, *
      * l'éco-participation et la consigne des carcasses (échange      *
      * standard) en frais à 20 % (comme "ajufac"), la ventilation de  *
      * TVA par taux, les totaux avec acomptes déjà imputés, puis une  *
      * ligne par ligne de livraison facturée au prix net de           *
      * "edtfaccli" (une ligne unique pour une facture sans            *
      * livraison). L'avoir porte la pièce rendue au taux de la ligne  *
      * d'origine, HT et TVA déduits du montant crédité TTC, et        *
      * référence la facture de la livraison d'origine ; un avoir de   *
      * remboursement de consigne (carcasses rendues, "ajurcpcrs")     *
      * porte la consigne de la pièce à son taux, en référence à la    *
      * plus ancienne facture remboursée. Les textes libres sont       *
      * protégés (& < > "). Chaque société ayant sa propre             *
      * numérotation, le document et la société émettrice sont ceux de *
      * la société de la session (fichier suffixé "_NN" hors société   *
      * 1). Code retour : OK, VI (document inconnu), ER (société       *
      * émettrice non renseignée). Un document exonéré de TVA (régime  *
      * figé sur la facture par "ajufac", regime_tva_fac ; pour un     *
      * avoir, celui du client, "majregtva") porte la catégorie K      *
      * (livraison intracommunautaire, motif VATEX-EU-IC, numéro de    *
      * TVA de l'acheteur num_tva_cli) ou G (export hors UE, motif     *
      * VATEX-EU-G), et ses frais sont à 0 %.                          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; FEL=FACTURE ELECTRONIQUE; FAC=FACTURE; AVR=AVOIR;  *
      * DOC=DOCUMENT; TYP=TYPE; NUM=NUMERO; SOC=SOCIETE; RAI=RAISON    *
      * SOCIALE; ADR=ADRESSE; CP=CODE POSTAL; VIL=VILLE; SIR=SIREN;    *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; CLI=CLIENT; ESC=ESCOMPTE;      *
      * PCT=POURCENTAGE; JRS=JOURS; ECH=ECHEANCE; ORG=ORIGINE;         *
      * MNT=MONTANT; HT=HORS TAXE; TTC=TOUTES TAXES COMPRISES;         *
      * PRT=PORT; ECO=ECO-PARTICIPATION; CRS=CARCASSE; ACO=ACOMPTE;    *
      * PIE=PIECE; QTE=QUANTITE; PRI=PRIX; LGN=LIGNE; TAU=TAUX;        *
      * VNT=VENTILATION; BAS=BASE; CHG=FRAIS; NET=NET A PAYER;         *
      * RAC=RACINE; ESP=ESPACE DE NOMS; ELT=ELEMENT; COD=CODE;         *
      * CAT=CATEGORIE; XML=LANGAGE XML; ATT=ATTRIBUT; BRT=TEXTE BRUT;  *
      * VAL=VALEUR; PTR=POINTEUR; LNG=LONGUEUR; CAR=CARACTERE;         *
      * ECH-XML=PROTECTION XML; QUO=QUOTIENT; RST=RESTE; CLE=CLE;      *
      * NTE=ENTETE; PAY=PAYS; SCH=REGIME; FIC=FICHIER; CUR=CURSEUR;    *
      * LCT=LECTURE; ETT=ETAT; IDX=INDEX; IDF=IDENTIFIANT; TOT=TOTAL;  *
      * ECR=ECRITURE; SFX=SUFFIXE; REG=REGIME; EXO=EXONERATION.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtfel.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FEL ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-FEL.
       01  FD-LGN-FEL                PIC X(250).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * Société émettrice (table "societe", une seule ligne).
       01 PG-RAI-SOC              PIC X(60).
       01 PG-ADR-SOC              PIC X(60).
       01 PG-CP-SOC               PIC X(05).
       01 PG-VIL-SOC              PIC X(50).
       01 PG-SIR-SOC              PIC X(09).
       01 PG-TVA-SOC              PIC X(13).
      * Société de la session (0 = société 1) : la numérotation
      * légale étant propre à chaque société, le document est lu
      * sous cette société.
       01 PG-IDF-SOC              PIC 9(02).
      * Document : facture (num_fac) ou avoir (num_avr).
       01 PG-NUM-DOC              PIC 9(10).
       01 PG-IDF-FAC              PIC 9(10).
       01 PG-IDF-CLI              PIC 9(10).
       01 PG-DAT-DOC              PIC X(10).
       01 PG-DAT-ECH              PIC X(10).
       01 PG-MNT-HT               PIC 9(10)V99.
       01 PG-MNT-TVA              PIC 9(10)V99.
       01 PG-MNT-TTC              PIC 9(10)V99.
       01 PG-MNT-PRT              PIC 9(10)V99.
       01 PG-MNT-ECO              PIC 9(10)V99.
       01 PG-MNT-CRS              PIC 9(10)V99.
       01 PG-MNT-ACO              PIC 9(10)V99.
      * Facture d'origine d'un avoir (0 = livraison non facturée).
       01 PG-NUM-ORG              PIC 9(10).
       01 PG-DAT-ORG              PIC X(10).
      * Client acheteur.
       01 PG-NOM-CLI              PIC X(50).
       01 PG-ADR-CLI              PIC X(50).
       01 PG-CP-CLI               PIC 9(05).
       01 PG-VIL-CLI              PIC X(50).
       01 PG-SIR-CLI              PIC X(09).
      * Regime de TVA du document (0 taxable, 1 livraison
      * intracommunautaire, 2 export) : celui fige sur la facture,
      * pour un avoir le regime effectif du client ; numero de TVA
      * intracommunautaire saisi sur le client.
       01 PG-REG-TVA              PIC 9(01).
       01 PG-REG-CLI              PIC 9(01).
       01 PG-NUM-TVA              PIC X(14).
       01 PG-ESC-PCT              PIC 9(02)V99.
       01 PG-ESC-JRS              PIC 9(03).
      * Une ligne de facture (curseur CUR-FEL-LGN) ou d'avoir.
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-NOM-PIE              PIC X(50).
       01 PG-QTE-LGN              PIC 9(10).
       01 PG-PRI-NET              PIC 9(08)V9999.
       01 PG-MNT-LGN              PIC 9(10)V99.
       01 PG-TAU-TVA              PIC 9(02)V99.
      * Une tranche de TVA (curseur CUR-FEL-TVA).
       01 PG-VNT-HT               PIC 9(10)V99.
       01 PG-VNT-TVA              PIC 9(10)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes de la facture : une par ligne de livraison facturée,
      * au prix net valorisé comme "edtfaccli".
       EXEC SQL
           DECLARE CUR-FEL-LGN CURSOR FOR
               SELECT p.id_pie, p.nom_pie, lp.qt_recue_pie,
                      COALESCE(lp.prix_net_liv,
                          p.prix_pie * (1 - COALESCE(
                              (SELECT t.remise_pct
                               FROM tarif_cli t
                               WHERE t.id_cli = l.id_cli
                                 AND (t.id_cat_pie = p.id_cat_pie
                                      OR t.id_cat_pie = 0)
                               ORDER BY t.id_cat_pie DESC
                               LIMIT 1), 0) / 100)),
                      COALESCE(lp.taux_tva_liv, p.taux_tva_pie)
               FROM facture_livraison fl
                   JOIN livraison l ON l.id_liv = fl.id_liv
                   JOIN livraison_piece lp ON lp.id_liv = fl.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE fl.id_fac = :PG-IDF-FAC
                 AND lp.qt_recue_pie > 0
               ORDER BY l.id_liv, p.id_pie
               FOR READ ONLY
       END-EXEC.

      * Ventilation par taux de TVA des lignes de la facture.
       EXEC SQL
           DECLARE CUR-FEL-TVA CURSOR FOR
               SELECT COALESCE(lp.taux_tva_liv, p.taux_tva_pie),
                      SUM(lp.qt_recue_pie
                          * COALESCE(lp.prix_net_liv,
                              p.prix_pie * (1 - COALESCE(
                                  (SELECT t.remise_pct
                                   FROM tarif_cli t
                                   WHERE t.id_cli = l.id_cli
                                     AND (t.id_cat_pie =
                                              p.id_cat_pie
                                          OR t.id_cat_pie = 0)
                                   ORDER BY t.id_cat_pie DESC
                                   LIMIT 1), 0) / 100))),
                      SUM(lp.qt_recue_pie
                          * COALESCE(lp.prix_net_liv,
                              p.prix_pie * (1 - COALESCE(
                                  (SELECT t.remise_pct
                                   FROM tarif_cli t
                                   WHERE t.id_cli = l.id_cli
                                     AND (t.id_cat_pie =
                                              p.id_cat_pie
                                          OR t.id_cat_pie = 0)
                                   ORDER BY t.id_cat_pie DESC
                                   LIMIT 1), 0) / 100))
                          * COALESCE(lp.taux_tva_liv,
                              p.taux_tva_pie) / 100)
               FROM facture_livraison fl
                   JOIN livraison l ON l.id_liv = fl.id_liv
                   JOIN livraison_piece lp ON lp.id_liv = fl.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
               WHERE fl.id_fac = :PG-IDF-FAC
               GROUP BY COALESCE(lp.taux_tva_liv, p.taux_tva_pie)
               ORDER BY COALESCE(lp.taux_tva_liv, p.taux_tva_pie)
               FOR READ ONLY
       END-EXEC.

       01 WS-NOM-FIC              PIC X(40).
       01 WS-NUM-DOC-EDT          PIC Z(10).
      * Suffixe "_NN" du fichier pour une autre société que la 1.
       01 WS-SFX-SOC              PIC X(03).
       01 WS-NUM-ORG-EDT          PIC Z(10).

      * Vocabulaire UBL du document : facture (Invoice, type 380) ou
      * avoir (CreditNote, type 381).
       01 WS-RAC-XML              PIC X(10).
       01 WS-ESP-XML              PIC X(60).
       01 WS-ELT-TYP              PIC X(20).
       01 WS-COD-TYP              PIC X(03).
       01 WS-ELT-LGN              PIC X(14).
       01 WS-ELT-QTE              PIC X(16).

      * Ventilation par taux : lignes puis port et éco-participation
      * (20 %, comme "ajufac").
       01 WS-TAB-TVA.
           05 WS-TVA              OCCURS 10 TIMES.
               10 WS-TVA-TAU      PIC 9(02)V99.
               10 WS-TVA-BAS      PIC 9(10)V99.
               10 WS-TVA-MNT      PIC 9(10)V99.
       77 WS-NBR-TVA              PIC 9(02).
       77 WS-IDX-TVA              PIC 9(02).
       01 WS-TAU-CHG              PIC 9(02)V99 VALUE 20.
       01 WS-MNT-CHG              PIC 9(10)V99.
       01 WS-TVA-CHG              PIC 9(10)V99.

       77 WS-NUM-LGN              PIC 9(05).
       01 WS-MNT-LGN-TOT          PIC 9(10)V99.
       01 WS-MNT-NET              PIC 9(10)V99.

      * Numéro de TVA intracommunautaire de l'acheteur, déduit du
      * SIREN : FR + clé (12 + 3 x (SIREN modulo 97)) modulo 97.
       01 WS-SIR-NUM              PIC 9(09).
       77 WS-QUO-TVA              PIC 9(09).
       77 WS-RST-TVA              PIC 9(02).
       77 WS-CLE-TVA              PIC 9(03).
       01 WS-CLE-TVA-EDT          PIC 9(02).
       01 WS-TVA-CLI              PIC X(14).

      * Construction des lignes XML : élément, attribut éventuel et
      * valeur déjà protégée (& < > remplacés par leurs entités).
       01 WS-XML-ELT              PIC X(40).
       01 WS-ELT-CAT              PIC X(30).
      * Categorie ecrite dans la ventilation de TVA du document (1) :
      * seule a porter le motif d'exoneration.
       01 WS-CAT-VNT              PIC 9(01) VALUE 0.
       01 WS-XML-ATT              PIC X(40).
       01 WS-XML-BRT              PIC X(100).
       01 WS-XML-VAL              PIC X(200).
       77 WS-XML-PTR              PIC 9(03).
       77 WS-XML-LNG              PIC 9(03).
       77 WS-XML-IDX              PIC 9(03).
       01 WS-XML-CAR              PIC X(01).

       01 WS-MNT-XML              PIC Z(09)9.99.
       01 WS-PRI-XML              PIC Z(07)9.9999.
       01 WS-QTE-XML              PIC Z(09)9.
       01 WS-TAU-XML              PIC Z9.99.
       01 WS-CP-XML               PIC 9(05).
       01 WS-ESC-XML              PIC Z9.99.
       01 WS-JRS-XML              PIC ZZ9.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       COPY utiglb.

       LINKAGE SECTION.
      * Arguments d'entrée : type (FAC facture, AVR avoir) et numéro
      * légal du document.
       01 LK-TYP-DOC              PIC X(03).
           88 LK-TYP-DOC-FAC                 VALUE "FAC".
           88 LK-TYP-DOC-AVR                 VALUE "AVR".
       01 LK-NUM-DOC              PIC 9(10).
      * Arguments de sortie : nom du fichier produit, OK, VI
      * (document inconnu), ER (société émettrice non renseignée).
       01 LK-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-DOC,
                                LK-NUM-DOC,
                                LK-NOM-FIC,
                                LK-LIR-RET.

           MOVE SPACES TO LK-NOM-FIC.
           MOVE LK-NUM-DOC TO PG-NUM-DOC.

           MOVE G-SOC-ID TO PG-IDF-SOC.
           IF PG-IDF-SOC = 0
               MOVE 1 TO PG-IDF-SOC
           END-IF.

           PERFORM 0100-LIR-SOC-DEB
              THRU 0100-LIR-SOC-FIN.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           IF LK-TYP-DOC-FAC
               PERFORM 0200-LIR-FAC-DEB
                  THRU 0200-LIR-FAC-FIN
           ELSE
               PERFORM 0250-LIR-AVR-DEB
                  THRU 0250-LIR-AVR-FIN
           END-IF.

           IF NOT LK-LIR-RET-OK
               EXIT PROGRAM
           END-IF.

           PERFORM 0300-OUV-FIC-DEB
              THRU 0300-OUV-FIC-FIN.

           PERFORM 0400-NTE-DOC-DEB
              THRU 0400-NTE-DOC-FIN.

           PERFORM 0450-PRT-DEB
              THRU 0450-PRT-FIN.

           IF LK-TYP-DOC-FAC
               PERFORM 0500-CHG-FAC-DEB
                  THRU 0500-CHG-FAC-FIN
           END-IF.

           PERFORM 0600-TOT-TVA-DEB
              THRU 0600-TOT-TVA-FIN.

           PERFORM 0700-TOT-DOC-DEB
              THRU 0700-TOT-DOC-FIN.

           IF LK-TYP-DOC-FAC
               PERFORM 0800-LGN-FAC-DEB
                  THRU 0800-LGN-FAC-FIN
           ELSE
               PERFORM 0850-LGN-AVR-DEB
                  THRU 0850-LGN-AVR-FIN
           END-IF.

           STRING "</" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RAC-XML) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           CLOSE FIC-FEL.

           MOVE WS-NOM-FIC TO LK-NOM-FIC.
           SET LK-LIR-RET-OK TO TRUE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Identité de la société émettrice : raison sociale, adresse,
      * SIREN et numéro de TVA (sans elle, pas de facture valable).
      * Ligne de la société de la session.
       0100-LIR-SOC-DEB.

           EXEC SQL
               SELECT raison_soc, COALESCE(adresse_soc, ' '),
                      COALESCE(cp_soc, ' '), COALESCE(ville_soc, ' '),
                      siren_soc, COALESCE(tva_soc, ' ')
               INTO :PG-RAI-SOC, :PG-ADR-SOC, :PG-CP-SOC,
                    :PG-VIL-SOC, :PG-SIR-SOC, :PG-TVA-SOC
               FROM societe
               WHERE COALESCE(id_soc, 1) = :PG-IDF-SOC
               ORDER BY id_soc
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 0 AND PG-SIR-SOC IS NUMERIC
               SET LK-LIR-RET-OK TO TRUE
           ELSE
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0100-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Facture : entête, montants, port, éco-participation, acomptes
      * imputés et client.
       0200-LIR-FAC-DEB.

           EXEC SQL
               SELECT f.id_fac, f.id_cli, f.date_fac,
                      CAST(COALESCE(f.date_ech_fac, f.date_fac + 30)
                           AS VARCHAR(10)),
                      f.mnt_ht_fac, f.mnt_tva_fac, f.mnt_ttc_fac,
                      COALESCE(f.mnt_port_fac, 0),
                      COALESCE(f.mnt_eco_fac, 0),
                      COALESCE(f.mnt_crs_fac, 0),
                      COALESCE(f.regime_tva_fac, 0)
               INTO :PG-IDF-FAC, :PG-IDF-CLI, :PG-DAT-DOC,
                    :PG-DAT-ECH, :PG-MNT-HT, :PG-MNT-TVA,
                    :PG-MNT-TTC, :PG-MNT-PRT, :PG-MNT-ECO,
                    :PG-MNT-CRS, :PG-REG-TVA
               FROM facture f
               WHERE f.num_fac = :PG-NUM-DOC
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE 0 TO PG-MNT-ACO.

           EXEC SQL
               SELECT COALESCE(SUM(rf.mnt_imp_reg), 0)
               INTO :PG-MNT-ACO
               FROM reglement_facture rf
                   JOIN reglement r ON r.id_reg = rf.id_reg
               WHERE rf.id_fac = :PG-IDF-FAC
                 AND UPPER(BTRIM(r.mode_reg)) = 'ACOMPTE'
           END-EXEC.

           PERFORM 0270-LIR-CLI-DEB
              THRU 0270-LIR-CLI-FIN.

           MOVE "Invoice"        TO WS-RAC-XML.
           MOVE "Invoice-2"      TO WS-ESP-XML.
           MOVE "InvoiceTypeCode" TO WS-ELT-TYP.
           MOVE "380"            TO WS-COD-TYP.
           MOVE "InvoiceLine"    TO WS-ELT-LGN.
           MOVE "InvoicedQuantity" TO WS-ELT-QTE.

       0200-LIR-FAC-FIN.

      *-----------------------------------------------------------------
      * Avoir : la pièce rendue au prix net et au taux de la ligne
      * d'origine (comme "ajuretcli"), HT et TVA déduits du montant
      * crédité TTC, et la facture de la livraison d'origine.
       0250-LIR-AVR-DEB.

           EXEC SQL
               SELECT r.id_cli, CAST(r.date_rcl AS VARCHAR(10)),
                      r.qte_rcl, r.mnt_avr, p.id_pie, p.nom_pie,
                      COALESCE(
                          (SELECT COALESCE(lp.taux_tva_liv,
                                           p.taux_tva_pie)
                           FROM livraison_piece lp
                           WHERE lp.id_liv = r.id_liv_orig
                             AND lp.id_pie = r.id_pie
                           LIMIT 1), p.taux_tva_pie),
                      COALESCE(
                          (SELECT f.num_fac
                           FROM facture_livraison fl
                               JOIN facture f ON f.id_fac = fl.id_fac
                           WHERE fl.id_liv = r.id_liv_orig
                           ORDER BY f.id_fac
                           LIMIT 1), 0),
                      COALESCE(
                          (SELECT CAST(f.date_fac AS VARCHAR(10))
                           FROM facture_livraison fl
                               JOIN facture f ON f.id_fac = fl.id_fac
                           WHERE fl.id_liv = r.id_liv_orig
                           ORDER BY f.id_fac
                           LIMIT 1), ' ')
               INTO :PG-IDF-CLI, :PG-DAT-DOC, :PG-QTE-LGN,
                    :PG-MNT-TTC, :PG-IDF-PIE, :PG-NOM-PIE,
                    :PG-TAU-TVA, :PG-NUM-ORG, :PG-DAT-ORG
               FROM retour_client r
                   JOIN piece p ON p.id_pie = r.id_pie
                   LEFT JOIN livraison l ON l.id_liv = r.id_liv_orig
               WHERE r.num_avr = :PG-NUM-DOC
                 AND COALESCE(l.id_soc, 1) = :PG-IDF-SOC
           END-EXEC.

      * Pas de retour de piece a ce numero : l'avoir peut rembourser
      * la consigne de carcasses rendues ("ajurcpcrs"), au taux de
      * la consigne, en reference a la plus ancienne facture soldee.
           IF SQLCODE = 100
               PERFORM 0260-LIR-AVR-CRS-DEB
                  THRU 0260-LIR-AVR-CRS-FIN
           END-IF.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-LIR-RET-VID TO TRUE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = 0
                   SET LK-LIR-RET-ERR TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE.

           COMPUTE PG-MNT-HT ROUNDED =
               PG-MNT-TTC * 100 / (100 + PG-TAU-TVA).
           COMPUTE PG-MNT-TVA = PG-MNT-TTC - PG-MNT-HT.
           COMPUTE PG-PRI-NET ROUNDED = PG-MNT-HT / PG-QTE-LGN.
           MOVE 0 TO PG-MNT-PRT PG-MNT-ECO PG-MNT-CRS PG-MNT-ACO.
           MOVE PG-DAT-DOC TO PG-DAT-ECH.

           PERFORM 0270-LIR-CLI-DEB
              THRU 0270-LIR-CLI-FIN.

           MOVE "CreditNote"     TO WS-RAC-XML.
           MOVE "CreditNote-2"   TO WS-ESP-XML.
           MOVE "CreditNoteTypeCode" TO WS-ELT-TYP.
           MOVE "381"            TO WS-COD-TYP.
           MOVE "CreditNoteLine" TO WS-ELT-LGN.
           MOVE "CreditedQuantity" TO WS-ELT-QTE.

       0250-LIR-AVR-FIN.

      *-----------------------------------------------------------------
      * Avoir de remboursement de consigne : les carcasses acceptees
      * sous ce numero (une meme piece, eventuellement imputee sur
      * plusieurs factures d'origine).
       0260-LIR-AVR-CRS-DEB.

           EXEC SQL
               SELECT MIN(cc.id_cli),
                      CAST(MIN(r.date_rcp) AS VARCHAR(10)),
                      SUM(r.qte_rcp), SUM(r.mnt_avr),
                      MIN(p.id_pie),
                      MIN('Consigne carcasse ' || p.nom_pie),
                      MIN(cc.taux_tva_crs),
                      MIN(f.num_fac),
                      CAST(MIN(f.date_fac) AS VARCHAR(10))
               INTO :PG-IDF-CLI, :PG-DAT-DOC, :PG-QTE-LGN,
                    :PG-MNT-TTC, :PG-IDF-PIE, :PG-NOM-PIE,
                    :PG-TAU-TVA, :PG-NUM-ORG, :PG-DAT-ORG
               FROM carcasse_rcp r
                   JOIN carcasse_cli cc ON cc.id_crs = r.id_crs
                   JOIN piece p ON p.id_pie = cc.id_pie
                   JOIN facture f ON f.id_fac = cc.id_fac
               WHERE r.num_avr = :PG-NUM-DOC
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               HAVING COUNT(*) > 0
           END-EXEC.

       0260-LIR-AVR-CRS-FIN.

      *-----------------------------------------------------------------
      * Client acheteur : adresse, SIREN et escompte consenti.
       0270-LIR-CLI-DEB.

           EXEC SQL
               SELECT nom_cli, COALESCE(adresse_cli, ' '),
                      COALESCE(cp_cli, 0), COALESCE(ville_cli, ' '),
                      COALESCE(siren_cli, ' '),
                      COALESCE(escompte_pct_cli, 0),
                      COALESCE(escompte_jours_cli, 0),
                      CASE
                          WHEN COALESCE(regime_tva_cli, 0) = 2
                          THEN 2
                          WHEN COALESCE(regime_tva_cli, 0) = 1
                           AND BTRIM(COALESCE(num_tva_cli, '')) <> ''
                          THEN 1
                          ELSE 0
                      END,
                      COALESCE(num_tva_cli, ' ')
               INTO :PG-NOM-CLI, :PG-ADR-CLI, :PG-CP-CLI,
                    :PG-VIL-CLI, :PG-SIR-CLI, :PG-ESC-PCT,
                    :PG-ESC-JRS, :PG-REG-CLI, :PG-NUM-TVA
               FROM client
               WHERE id_cli = :PG-IDF-CLI
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-VID TO TRUE
               EXIT PARAGRAPH
           END-IF.

      * Numéro de TVA intracommunautaire de l'acheteur.
           MOVE SPACES TO WS-TVA-CLI.

           IF PG-SIR-CLI IS NUMERIC
               MOVE PG-SIR-CLI TO WS-SIR-NUM
               DIVIDE WS-SIR-NUM BY 97 GIVING WS-QUO-TVA
                   REMAINDER WS-RST-TVA
               COMPUTE WS-CLE-TVA = 12 + 3 * WS-RST-TVA
               DIVIDE WS-CLE-TVA BY 97 GIVING WS-QUO-TVA
                   REMAINDER WS-RST-TVA
               MOVE WS-RST-TVA TO WS-CLE-TVA-EDT
               STRING "FR" DELIMITED BY SIZE
                      WS-CLE-TVA-EDT DELIMITED BY SIZE
                      PG-SIR-CLI DELIMITED BY SIZE
                      INTO WS-TVA-CLI
               END-STRING
           END-IF.

      * Document exonere : frais sans TVA ; un acheteur UE est
      * identifie par son propre numero de TVA.
           IF LK-TYP-DOC-AVR
               MOVE PG-REG-CLI TO PG-REG-TVA
           END-IF.

           IF PG-REG-TVA > 0
               MOVE 0 TO WS-TAU-CHG
           END-IF.

           IF PG-REG-TVA = 1
               MOVE PG-NUM-TVA TO WS-TVA-CLI
           END-IF.

       0270-LIR-CLI-FIN.

      *-----------------------------------------------------------------
      * Fichier facture_el_<num>.xml ou avoir_el_<num>.xml.
       0300-OUV-FIC-DEB.

           MOVE PG-NUM-DOC TO WS-NUM-DOC-EDT.
           MOVE SPACES TO WS-NOM-FIC.
           MOVE SPACES TO WS-SFX-SOC.

           IF PG-IDF-SOC NOT = 1
               STRING "_" PG-IDF-SOC DELIMITED BY SIZE
                      INTO WS-SFX-SOC
               END-STRING
           END-IF.

           IF LK-TYP-DOC-FAC
               STRING "facture_el_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-DOC-EDT) DELIMITED BY SIZE
                      WS-SFX-SOC DELIMITED BY SPACE
                      ".xml" DELIMITED BY SIZE
                      INTO WS-NOM-FIC
               END-STRING
           ELSE
               STRING "avoir_el_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NUM-DOC-EDT) DELIMITED BY SIZE
                      WS-SFX-SOC DELIMITED BY SPACE
                      ".xml" DELIMITED BY SIZE
                      INTO WS-NOM-FIC
               END-STRING
           END-IF.

           OPEN OUTPUT FIC-FEL.

       0300-OUV-FIC-FIN.

      *-----------------------------------------------------------------
      * Entête : profil EN 16931, cadre B1 (livraison de biens),
      * numéro, dates, type, mentions obligatoires et devise.
       0400-NTE-DOC-DEB.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           STRING "<" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RAC-XML) DELIMITED BY SIZE
                  ' xmlns="urn:oasis:names:specification:ubl:schema:'
                  DELIMITED BY SIZE
                  "xsd:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESP-XML) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE ' xmlns:cac="urn:oasis:names:specification:ubl:schema:xs
      -        'd:CommonAggregateComponents-2"' TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE ' xmlns:cbc="urn:oasis:names:specification:ubl:schema:xs
      -        'd:CommonBasicComponents-2">' TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:CustomizationID" TO WS-XML-ELT.
           MOVE "urn:cen.eu:en16931:2017" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:ProfileID" TO WS-XML-ELT.
           MOVE "B1" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:ID" TO WS-XML-ELT.
           MOVE FUNCTION TRIM(WS-NUM-DOC-EDT) TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:IssueDate" TO WS-XML-ELT.
           MOVE PG-DAT-DOC TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           IF LK-TYP-DOC-FAC
               MOVE "cbc:DueDate" TO WS-XML-ELT
               MOVE PG-DAT-ECH TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
           END-IF.

           MOVE SPACES TO WS-XML-ELT.
           STRING "cbc:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-TYP) DELIMITED BY SIZE
                  INTO WS-XML-ELT
           END-STRING.
           MOVE WS-COD-TYP TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

      * Mentions obligatoires : pénalités de retard, indemnité
      * forfaitaire de recouvrement, escompte.
           MOVE "cbc:Note" TO WS-XML-ELT.
           MOVE "#PMD#Penalites de retard : trois fois le taux d'interet
      -        " legal" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "#PMT#Indemnite forfaitaire pour frais de recouvrement :
      -        " 40 EUR" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           IF PG-ESC-PCT > 0
               MOVE PG-ESC-PCT TO WS-ESC-XML
               MOVE PG-ESC-JRS TO WS-JRS-XML
               STRING "#AAB#Escompte de " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESC-XML) DELIMITED BY SIZE
                      " % pour paiement sous " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JRS-XML) DELIMITED BY SIZE
                      " jours" DELIMITED BY SIZE
                      INTO WS-XML-VAL
               END-STRING
           ELSE
               MOVE "#AAB#Pas d'escompte pour paiement anticipe"
                   TO WS-XML-VAL
           END-IF.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:DocumentCurrencyCode" TO WS-XML-ELT.
           MOVE "EUR" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

      * L'avoir référence la facture de la livraison d'origine.
           IF LK-TYP-DOC-AVR AND PG-NUM-ORG > 0
               MOVE "<cac:BillingReference>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE "<cac:InvoiceDocumentReference>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE PG-NUM-ORG TO WS-NUM-ORG-EDT
               MOVE "cbc:ID" TO WS-XML-ELT
               MOVE FUNCTION TRIM(WS-NUM-ORG-EDT) TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
               MOVE "cbc:IssueDate" TO WS-XML-ELT
               MOVE PG-DAT-ORG TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
               MOVE "</cac:InvoiceDocumentReference>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE "</cac:BillingReference>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
           END-IF.

       0400-NTE-DOC-FIN.

      *-----------------------------------------------------------------
      * Parties : vendeur (SIREN, TVA, adresse), acheteur (SIREN, TVA
      * déduite, adresse), lieu de livraison, moyen de paiement.
       0450-PRT-DEB.

           MOVE "<cac:AccountingSupplierParty><cac:Party>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:EndpointID" TO WS-XML-ELT.
           MOVE ' schemeID="0225"' TO WS-XML-ATT.
           MOVE PG-SIR-SOC TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE PG-ADR-SOC TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "<cac:PostalAddress>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE "cbc:StreetName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE PG-VIL-SOC TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:CityName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "cbc:PostalZone" TO WS-XML-ELT.
           MOVE PG-CP-SOC TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           PERFORM 0930-PAY-FR-DEB
              THRU 0930-PAY-FR-FIN.

           IF PG-TVA-SOC NOT = SPACES
               MOVE "<cac:PartyTaxScheme>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE "cbc:CompanyID" TO WS-XML-ELT
               MOVE PG-TVA-SOC TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
               PERFORM 0940-SCH-TVA-DEB
                  THRU 0940-SCH-TVA-FIN
               MOVE "</cac:PartyTaxScheme>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
           END-IF.

           MOVE "<cac:PartyLegalEntity>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE PG-RAI-SOC TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:RegistrationName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "cbc:CompanyID" TO WS-XML-ELT.
           MOVE ' schemeID="0002"' TO WS-XML-ATT.
           MOVE PG-SIR-SOC TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:PartyLegalEntity>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "</cac:Party></cac:AccountingSupplierParty>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

      * Acheteur.
           MOVE "<cac:AccountingCustomerParty><cac:Party>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:EndpointID" TO WS-XML-ELT.
           MOVE ' schemeID="0225"' TO WS-XML-ATT.
           MOVE PG-SIR-CLI TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "<cac:PostalAddress>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           PERFORM 0950-ADR-CLI-DEB
              THRU 0950-ADR-CLI-FIN.

           IF WS-TVA-CLI NOT = SPACES
               MOVE "<cac:PartyTaxScheme>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE "cbc:CompanyID" TO WS-XML-ELT
               MOVE WS-TVA-CLI TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
               PERFORM 0940-SCH-TVA-DEB
                  THRU 0940-SCH-TVA-FIN
               MOVE "</cac:PartyTaxScheme>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
           END-IF.

           MOVE "<cac:PartyLegalEntity>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE PG-NOM-CLI TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:RegistrationName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "cbc:CompanyID" TO WS-XML-ELT.
           MOVE ' schemeID="0002"' TO WS-XML-ATT.
           MOVE PG-SIR-CLI TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:PartyLegalEntity>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "</cac:Party></cac:AccountingCustomerParty>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

      * Livraison de biens à l'adresse du client.
           MOVE "<cac:Delivery><cac:DeliveryLocation><cac:Address>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           PERFORM 0950-ADR-CLI-DEB
              THRU 0950-ADR-CLI-FIN.
           MOVE "</cac:DeliveryLocation></cac:Delivery>"
               TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

      * Paiement par virement (code 30) ; à l'échéance pour une
      * facture.
           MOVE "<cac:PaymentMeans>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE "cbc:PaymentMeansCode" TO WS-XML-ELT.
           MOVE "30" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:PaymentMeans>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0450-PRT-FIN.

      *-----------------------------------------------------------------
      * Port refacturé, éco-participation et consigne des carcasses :
      * frais de document au taux de 20 %.
       0500-CHG-FAC-DEB.

           IF PG-MNT-PRT > 0
               MOVE "Port" TO WS-XML-BRT
               MOVE PG-MNT-PRT TO WS-MNT-CHG
               PERFORM 0960-ECR-CHG-DEB
                  THRU 0960-ECR-CHG-FIN
           END-IF.

           IF PG-MNT-ECO > 0
               MOVE "Eco-participation" TO WS-XML-BRT
               MOVE PG-MNT-ECO TO WS-MNT-CHG
               PERFORM 0960-ECR-CHG-DEB
                  THRU 0960-ECR-CHG-FIN
           END-IF.

           IF PG-MNT-CRS > 0
               MOVE "Consigne carcasses" TO WS-XML-BRT
               MOVE PG-MNT-CRS TO WS-MNT-CHG
               PERFORM 0960-ECR-CHG-DEB
                  THRU 0960-ECR-CHG-FIN
           END-IF.

       0500-CHG-FAC-FIN.

      *-----------------------------------------------------------------
      * Total de TVA et ventilation par taux : lignes de la facture
      * (plus les frais à 20 %), ou la ligne unique de l'avoir.
       0600-TOT-TVA-DEB.

           INITIALIZE WS-TAB-TVA.
           MOVE 0 TO WS-NBR-TVA.

           IF LK-TYP-DOC-FAC
               PERFORM 0650-VNT-FAC-DEB
                  THRU 0650-VNT-FAC-FIN
           ELSE
               MOVE 1 TO WS-NBR-TVA
               MOVE PG-TAU-TVA TO WS-TVA-TAU(1)
               MOVE PG-MNT-HT  TO WS-TVA-BAS(1)
               MOVE PG-MNT-TVA TO WS-TVA-MNT(1)
           END-IF.

           MOVE "<cac:TaxTotal>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:TaxAmount" TO WS-XML-ELT.
           MOVE PG-MNT-TVA TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NBR-TVA
               MOVE "<cac:TaxSubtotal>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE "cbc:TaxableAmount" TO WS-XML-ELT
               MOVE WS-TVA-BAS(WS-IDX-TVA) TO WS-MNT-CHG
               PERFORM 0970-ECR-MNT-DEB
                  THRU 0970-ECR-MNT-FIN
               MOVE "cbc:TaxAmount" TO WS-XML-ELT
               MOVE WS-TVA-MNT(WS-IDX-TVA) TO WS-MNT-CHG
               PERFORM 0970-ECR-MNT-DEB
                  THRU 0970-ECR-MNT-FIN
               MOVE WS-TVA-TAU(WS-IDX-TVA) TO PG-TAU-TVA
               MOVE "cac:TaxCategory" TO WS-ELT-CAT
               MOVE 1 TO WS-CAT-VNT
               PERFORM 0980-CAT-TVA-DEB
                  THRU 0980-CAT-TVA-FIN
               MOVE 0 TO WS-CAT-VNT
               MOVE "</cac:TaxSubtotal>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
           END-PERFORM.

           MOVE "</cac:TaxTotal>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0600-TOT-TVA-FIN.

      *-----------------------------------------------------------------
      * Ventilation de la facture : par taux sur les lignes, les frais
      * rejoignant la tranche à 20 % ; une facture sans livraison
      * (caution, pénalités) forme une tranche unique à son taux
      * moyen.
       0650-VNT-FAC-DEB.

           EXEC SQL OPEN CUR-FEL-TVA END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-FEL-TVA
                   INTO :PG-TAU-TVA, :PG-VNT-HT, :PG-VNT-TVA
               END-EXEC

               IF SQLCODE = 0 AND WS-NBR-TVA < 10
                   ADD 1 TO WS-NBR-TVA
                   MOVE PG-TAU-TVA TO WS-TVA-TAU(WS-NBR-TVA)
                   MOVE PG-VNT-HT  TO WS-TVA-BAS(WS-NBR-TVA)
                   MOVE PG-VNT-TVA TO WS-TVA-MNT(WS-NBR-TVA)
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FEL-TVA END-EXEC.

           IF WS-NBR-TVA = 0
               MOVE 1 TO WS-NBR-TVA
               COMPUTE WS-TVA-BAS(1) =
                   PG-MNT-HT - PG-MNT-PRT - PG-MNT-ECO - PG-MNT-CRS
               IF WS-TVA-BAS(1) > 0
                   COMPUTE WS-TVA-TAU(1) ROUNDED =
                       (PG-MNT-TVA * 100) / PG-MNT-HT
               END-IF
               MOVE PG-MNT-TVA TO WS-TVA-MNT(1)
           END-IF.

           COMPUTE WS-MNT-CHG = PG-MNT-PRT + PG-MNT-ECO + PG-MNT-CRS.

           IF WS-MNT-CHG > 0
               COMPUTE WS-TVA-CHG ROUNDED = WS-MNT-CHG * WS-TAU-CHG
                   / 100
               PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                       UNTIL WS-IDX-TVA > WS-NBR-TVA
                          OR WS-TVA-TAU(WS-IDX-TVA) = WS-TAU-CHG
                   CONTINUE
               END-PERFORM
               IF WS-IDX-TVA > WS-NBR-TVA
                   ADD 1 TO WS-NBR-TVA
                   MOVE WS-NBR-TVA TO WS-IDX-TVA
                   MOVE WS-TAU-CHG TO WS-TVA-TAU(WS-IDX-TVA)
               END-IF
               ADD WS-MNT-CHG TO WS-TVA-BAS(WS-IDX-TVA)
               ADD WS-TVA-CHG TO WS-TVA-MNT(WS-IDX-TVA)
           END-IF.

       0650-VNT-FAC-FIN.

      *-----------------------------------------------------------------
      * Totaux du document : lignes, HT, TTC, frais, acomptes déjà
      * versés et net à payer.
       0700-TOT-DOC-DEB.

           COMPUTE WS-MNT-LGN-TOT =
               PG-MNT-HT - PG-MNT-PRT - PG-MNT-ECO - PG-MNT-CRS.
           COMPUTE WS-MNT-NET = PG-MNT-TTC - PG-MNT-ACO.

           MOVE "<cac:LegalMonetaryTotal>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:LineExtensionAmount" TO WS-XML-ELT.
           MOVE WS-MNT-LGN-TOT TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           MOVE "cbc:TaxExclusiveAmount" TO WS-XML-ELT.
           MOVE PG-MNT-HT TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           MOVE "cbc:TaxInclusiveAmount" TO WS-XML-ELT.
           MOVE PG-MNT-TTC TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           IF PG-MNT-PRT + PG-MNT-ECO + PG-MNT-CRS > 0
               MOVE "cbc:ChargeTotalAmount" TO WS-XML-ELT
               COMPUTE WS-MNT-CHG = PG-MNT-PRT + PG-MNT-ECO + PG-MNT-CRS
               PERFORM 0970-ECR-MNT-DEB
                  THRU 0970-ECR-MNT-FIN
           END-IF.

           IF PG-MNT-ACO > 0
               MOVE "cbc:PrepaidAmount" TO WS-XML-ELT
               MOVE PG-MNT-ACO TO WS-MNT-CHG
               PERFORM 0970-ECR-MNT-DEB
                  THRU 0970-ECR-MNT-FIN
           END-IF.

           MOVE "cbc:PayableAmount" TO WS-XML-ELT.
           MOVE WS-MNT-NET TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           MOVE "</cac:LegalMonetaryTotal>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0700-TOT-DOC-FIN.

      *-----------------------------------------------------------------
      * Lignes de la facture ; une facture sans livraison (caution
      * d'outil, pénalités de retard) porte une ligne unique.
       0800-LGN-FAC-DEB.

           MOVE 0 TO WS-NUM-LGN.

           EXEC SQL OPEN CUR-FEL-LGN END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-FEL-LGN
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-QTE-LGN,
                        :PG-PRI-NET, :PG-TAU-TVA
               END-EXEC

               IF SQLCODE = 0
                   COMPUTE PG-MNT-LGN ROUNDED =
                       PG-QTE-LGN * PG-PRI-NET
                   PERFORM 0990-ECR-LGN-DOC-DEB
                      THRU 0990-ECR-LGN-DOC-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FEL-LGN END-EXEC.

           IF WS-NUM-LGN = 0
               MOVE 0 TO PG-IDF-PIE
               MOVE "Facture sans livraison" TO PG-NOM-PIE
               MOVE 1 TO PG-QTE-LGN
               MOVE WS-TVA-BAS(1) TO PG-MNT-LGN
               MOVE WS-TVA-BAS(1) TO PG-PRI-NET
               MOVE WS-TVA-TAU(1) TO PG-TAU-TVA
               PERFORM 0990-ECR-LGN-DOC-DEB
                  THRU 0990-ECR-LGN-DOC-FIN
           END-IF.

       0800-LGN-FAC-FIN.

      *-----------------------------------------------------------------
      * Ligne unique de l'avoir : la pièce rendue.
       0850-LGN-AVR-DEB.

           MOVE 0 TO WS-NUM-LGN.
           MOVE PG-MNT-HT TO PG-MNT-LGN.

           PERFORM 0990-ECR-LGN-DOC-DEB
              THRU 0990-ECR-LGN-DOC-FIN.

       0850-LGN-AVR-FIN.

      *-----------------------------------------------------------------
      * Écrit la ligne préparée dans FD-LGN-FEL et la remet à blanc.
       0900-ECR-LGN-DEB.

           WRITE FD-LGN-FEL.
           MOVE SPACES TO FD-LGN-FEL.

       0900-ECR-LGN-FIN.

      *-----------------------------------------------------------------
      * Écrit <élément attribut>valeur</élément> puis remet à blanc
      * l'attribut et la valeur.
       0910-ECR-ELT-DEB.

           MOVE SPACES TO FD-LGN-FEL.

           IF WS-XML-ATT = SPACES
               STRING "<" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-ELT) DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-VAL) DELIMITED BY SIZE
                      "</" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-ELT) DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      INTO FD-LGN-FEL
               END-STRING
           ELSE
               STRING "<" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-ELT) DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-ATT TRAILING)
                      DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-VAL) DELIMITED BY SIZE
                      "</" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XML-ELT) DELIMITED BY SIZE
                      ">" DELIMITED BY SIZE
                      INTO FD-LGN-FEL
               END-STRING
           END-IF.

           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE SPACES TO WS-XML-ATT.
           MOVE SPACES TO WS-XML-VAL.

       0910-ECR-ELT-FIN.

      *-----------------------------------------------------------------
      * Protège un texte libre (WS-XML-BRT) pour le XML : & < > et "
      * remplacés par leurs entités, résultat dans WS-XML-VAL.
       0920-ECH-XML-DEB.

           MOVE SPACES TO WS-XML-VAL.
           MOVE 1 TO WS-XML-PTR.
           MOVE 0 TO WS-XML-LNG.

           IF WS-XML-BRT NOT = SPACES
               COMPUTE WS-XML-LNG = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-XML-BRT TRAILING))
           END-IF.

           PERFORM VARYING WS-XML-IDX FROM 1 BY 1
                   UNTIL WS-XML-IDX > WS-XML-LNG
               MOVE WS-XML-BRT(WS-XML-IDX:1) TO WS-XML-CAR
               EVALUATE WS-XML-CAR
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO WS-XML-VAL WITH POINTER WS-XML-PTR
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO WS-XML-VAL WITH POINTER WS-XML-PTR
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO WS-XML-VAL WITH POINTER WS-XML-PTR
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO WS-XML-VAL WITH POINTER WS-XML-PTR
                       END-STRING
                   WHEN OTHER
                       STRING WS-XML-CAR DELIMITED BY SIZE
                           INTO WS-XML-VAL WITH POINTER WS-XML-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM.

       0920-ECH-XML-FIN.

      *-----------------------------------------------------------------
      * Ferme une adresse postale en France.
       0930-PAY-FR-DEB.

           MOVE "<cac:Country>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE "cbc:IdentificationCode" TO WS-XML-ELT.
           MOVE "FR" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:Country></cac:PostalAddress>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0930-PAY-FR-FIN.

      *-----------------------------------------------------------------
      * Régime de taxe : TVA.
       0940-SCH-TVA-DEB.

           MOVE "<cac:TaxScheme>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE "cbc:ID" TO WS-XML-ELT.
           MOVE "VAT" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:TaxScheme>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0940-SCH-TVA-FIN.

      *-----------------------------------------------------------------
      * Adresse du client (rue, ville, code postal, pays), entre les
      * balises ouvrantes et fermantes posées par l'appelant.
       0950-ADR-CLI-DEB.

           MOVE PG-ADR-CLI TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:StreetName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE PG-VIL-CLI TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:CityName" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE PG-CP-CLI TO WS-CP-XML.
           MOVE "cbc:PostalZone" TO WS-XML-ELT.
           MOVE WS-CP-XML TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           PERFORM 0930-PAY-FR-DEB
              THRU 0930-PAY-FR-FIN.

       0950-ADR-CLI-FIN.

      *-----------------------------------------------------------------
      * Frais de document (libellé dans WS-XML-BRT, montant HT dans
      * WS-MNT-CHG) à 20 %.
       0960-ECR-CHG-DEB.

           MOVE "<cac:AllowanceCharge>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:ChargeIndicator" TO WS-XML-ELT.
           MOVE "true" TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:AllowanceChargeReason" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:Amount" TO WS-XML-ELT.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           MOVE WS-TAU-CHG TO PG-TAU-TVA.
           MOVE "cac:TaxCategory" TO WS-ELT-CAT.
           PERFORM 0980-CAT-TVA-DEB
              THRU 0980-CAT-TVA-FIN.

           MOVE "</cac:AllowanceCharge>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0960-ECR-CHG-FIN.

      *-----------------------------------------------------------------
      * Montant en euros (WS-MNT-CHG) dans l'élément WS-XML-ELT.
       0970-ECR-MNT-DEB.

           MOVE WS-MNT-CHG TO WS-MNT-XML.
           MOVE ' currencyID="EUR"' TO WS-XML-ATT.
           MOVE FUNCTION TRIM(WS-MNT-XML) TO WS-XML-VAL.

           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

       0970-ECR-MNT-FIN.

      *-----------------------------------------------------------------
      * Catégorie de TVA (élément WS-ELT-CAT) au taux PG-TAU-TVA :
      * S taux normal ou réduit, Z taux nul ; pour un document
      * exonéré, K livraison intracommunautaire ou G export, avec le
      * motif d'exonération dans la ventilation du document.
       0980-CAT-TVA-DEB.

           STRING "<" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-CAT) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "cbc:ID" TO WS-XML-ELT.
           EVALUATE TRUE
               WHEN PG-TAU-TVA > 0
                   MOVE "S" TO WS-XML-VAL
               WHEN PG-REG-TVA = 1
                   MOVE "K" TO WS-XML-VAL
               WHEN PG-REG-TVA = 2
                   MOVE "G" TO WS-XML-VAL
               WHEN OTHER
                   MOVE "Z" TO WS-XML-VAL
           END-EVALUATE.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE PG-TAU-TVA TO WS-TAU-XML.
           MOVE "cbc:Percent" TO WS-XML-ELT.
           MOVE FUNCTION TRIM(WS-TAU-XML) TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           IF PG-TAU-TVA = 0 AND PG-REG-TVA > 0
              AND WS-CAT-VNT = 1
               MOVE "cbc:TaxExemptionReasonCode" TO WS-XML-ELT
               IF PG-REG-TVA = 1
                   MOVE "VATEX-EU-IC" TO WS-XML-VAL
               ELSE
                   MOVE "VATEX-EU-G" TO WS-XML-VAL
               END-IF
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
           END-IF.

           PERFORM 0940-SCH-TVA-DEB
              THRU 0940-SCH-TVA-FIN.

           STRING "</" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-CAT) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0980-CAT-TVA-FIN.

      *-----------------------------------------------------------------
      * Une ligne du document : quantité, montant HT, article (nom,
      * référence, catégorie de TVA) et prix unitaire net.
       0990-ECR-LGN-DOC-DEB.

           ADD 1 TO WS-NUM-LGN.

           STRING "<cac:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-LGN) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE WS-NUM-LGN TO WS-QTE-XML.
           MOVE "cbc:ID" TO WS-XML-ELT.
           MOVE FUNCTION TRIM(WS-QTE-XML) TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE PG-QTE-LGN TO WS-QTE-XML.
           MOVE SPACES TO WS-XML-ELT.
           STRING "cbc:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-QTE) DELIMITED BY SIZE
                  INTO WS-XML-ELT
           END-STRING.
           MOVE ' unitCode="C62"' TO WS-XML-ATT.
           MOVE FUNCTION TRIM(WS-QTE-XML) TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           MOVE "cbc:LineExtensionAmount" TO WS-XML-ELT.
           MOVE PG-MNT-LGN TO WS-MNT-CHG.
           PERFORM 0970-ECR-MNT-DEB
              THRU 0970-ECR-MNT-FIN.

           MOVE "<cac:Item>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE PG-NOM-PIE TO WS-XML-BRT.
           PERFORM 0920-ECH-XML-DEB
              THRU 0920-ECH-XML-FIN.
           MOVE "cbc:Name" TO WS-XML-ELT.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.

           IF PG-IDF-PIE > 0
               MOVE "<cac:SellersItemIdentification>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
               MOVE PG-IDF-PIE TO WS-NUM-ORG-EDT
               MOVE "cbc:ID" TO WS-XML-ELT
               MOVE FUNCTION TRIM(WS-NUM-ORG-EDT) TO WS-XML-VAL
               PERFORM 0910-ECR-ELT-DEB
                  THRU 0910-ECR-ELT-FIN
               MOVE "</cac:SellersItemIdentification>" TO FD-LGN-FEL
               PERFORM 0900-ECR-LGN-DEB
                  THRU 0900-ECR-LGN-FIN
           END-IF.

           MOVE "cac:ClassifiedTaxCategory" TO WS-ELT-CAT.
           PERFORM 0980-CAT-TVA-DEB
              THRU 0980-CAT-TVA-FIN.

           MOVE "</cac:Item>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           MOVE "<cac:Price>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.
           MOVE PG-PRI-NET TO WS-PRI-XML.
           MOVE "cbc:PriceAmount" TO WS-XML-ELT.
           MOVE ' currencyID="EUR"' TO WS-XML-ATT.
           MOVE FUNCTION TRIM(WS-PRI-XML) TO WS-XML-VAL.
           PERFORM 0910-ECR-ELT-DEB
              THRU 0910-ECR-ELT-FIN.
           MOVE "</cac:Price>" TO FD-LGN-FEL.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

           STRING "</cac:" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELT-LGN) DELIMITED BY SIZE
                  ">" DELIMITED BY SIZE
                  INTO FD-LGN-FEL
           END-STRING.
           PERFORM 0900-ECR-LGN-DEB
              THRU 0900-ECR-LGN-FIN.

       0990-ECR-LGN-DOC-FIN.
