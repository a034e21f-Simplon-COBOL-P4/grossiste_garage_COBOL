      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch de la chaîne de nuit ("chnbat") qui alimente   *
      * l'entrepôt de données de l'outil décisionnel, sans lui ouvrir  *
      * la base opérationnelle : fichiers plats                        *
      * dwh_<flux>_<AAAAMMJJ>.csv (séparateur ";", une ligne           *
      * d'en-tête, les ";" des libellés remplacés par des ","),        *
      * AAAAMMJJ étant la date de fin de la fenêtre exportée.          *
      *                                                                *
      * Faits, en différentiel sur les jours clos non encore exportés  *
      * (fenêtre du lendemain de la précédente jusqu'à la veille       *
      * incluse) : lignes de vente (livraisons sortantes terminées,    *
      * prix net, montant HT, coût de revient unitaire -               *
      * cout_revient_liv, CUMP à défaut - et coût total), lignes       *
      * d'achat (lignes des livraisons entrantes commandées,           *
      * valorisées au prix d'achat du fournisseur converti au taux     *
      * figé), réceptions (lignes entrantes traitées, quantité reçue,  *
      * écart, lot, opérateur) et règlements clients.                  *
      *                                                                *
      * Dimensions, réécrites en entier à chaque passage : pièces,     *
      * catégories, clients, fournisseurs, représentants et dépôts.    *
      * Photo du stock de clôture du dernier jour exporté par pièce et *
      * par dépôt (stock_depot), valorisée au CUMP, pour l'historique  *
      * des stocks.                                                    *
      *                                                                *
      * Point de reprise ("lirckp"/"ajuckp", utilisateur batch 0) : la *
      * fenêtre en cours (type DWH, filtre 1 tant qu'elle n'est pas    *
      * terminée) et un point par flux (DWV ventes, DWA achats, DWR    *
      * réceptions, DWG règlements, DWP pièces, DWC catégories, DWL    *
      * clients, DWF fournisseurs, DWE représentants, DWD dépôts, DWK  *
      * stock) borné tous les 100 enregistrements sur la clé du flux,  *
      * filtre 1 quand le flux est fini. Une relance après incident    *
      * rejoue la même fenêtre : les flux finis sont sautés, le flux   *
      * interrompu est rouvert en ajout au dernier point borné (les    *
      * lignes écrites après ce point sont réécrites, la clé de la     *
      * ligne permet de les dédoublonner). Une fenêtre terminée le     *
      * jour même : rien à faire.                                      *
      *                                                                *
      * Fichier de contrôle dwh_controle_<AAAAMMJJ>.txt : par flux,    *
      * nombre de lignes et total de la mesure (montant HT, montant    *
      * d'achat, quantité reçue, montant réglé, valeur du stock),      *
      * recalculés en relisant les fichiers écrits, pour que l'outil   *
      * vérifie son chargement. Code retour 8 sur erreur SQL.          *
      * Journalisé via "ajulog".                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EXP=EXPORT; DWH=ENTREPOT DE DONNEES; FLX=FLUX; FEN=FENETRE;    *
      * CKP=CHECKPOINT; OFS=OFFSET; DAT=DATE; DEB=DEBUT; FIN=FIN;      *
      * CLE=CLE; PRC=PRECEDENT; LGN=LIGNE; ENT=ENTETE; CTL=CONTROLE;   *
      * MES=MESURE; COL=COLONNE; CHP=CHAMP; NBR=NOMBRE; TOT=TOTAL;     *
      * LCT=LECTURE; ETT=ETAT; RPR=REPRISE; SAV=SAUVEGARDE;            *
      * JRN=JOURNAL; MSG=MESSAGE; UTI=UTILISATEUR; IDX=INDEX;          *
      * SFX=SUFFIXE; EDT=EDITE; ERR=ERREUR; CUR=CURSEUR;               *
      * OUV=OUVERTURE; FRM=FERMETURE; CUM=CUMUL; AFR=A FAIRE;          *
      * FAI=FAIT.                                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. expdwh.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DWH ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIC-CTL ASSIGN TO WS-NOM-CTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-DWH.
       01  FD-LGN-DWH                 PIC X(400).

       FD  FIC-CTL.
       01  FD-LGN-CTL                 PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      * Fenêtre exportée : du premier jour non exporté (inclus) au
      * jour du passage (exclu), au format AAAA-MM-JJ.
       01 PG-DAT-DEB              PIC X(10).
       01 PG-DAT-FIN              PIC X(10).
       01 PG-DAT-JOU              PIC X(10).
      * Point de reprise du flux en cours : clé du dernier
      * enregistrement entièrement écrit.
       01 PG-OFS                  PIC 9(10).
      * Enregistrement lu : sa clé et la ligne CSV montée par la base.
       01 PG-CLE                  PIC 9(10).
       01 PG-LGN                  PIC X(400).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Lignes de vente : livraisons sortantes terminées de la
      * fenêtre, au-delà du point de reprise.
       EXEC SQL
           DECLARE CUR-DWV CURSOR FOR
               SELECT lp.id_liv,
                      CAST(lp.id_liv AS VARCHAR)
                      || ';' || CAST(lp.id_pie AS VARCHAR)
                      || ';' || CAST(l.date_fin_liv AS VARCHAR)
                      || ';' || CAST(l.id_cli AS VARCHAR)
                      || ';' || CAST(COALESCE(c.id_rep, 0) AS VARCHAR)
                      || ';' || CAST(COALESCE(NULLIF(l.id_entrepot, 0),
                                  1) AS VARCHAR)
                      || ';' || CAST(COALESCE(l.id_soc, 1) AS VARCHAR)
                      || ';' || CAST(COALESCE(l.retour_liv, 0)
                                  AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.qt_recue_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(lp.prix_net_liv,
                                  p.prix_pie, 0), 2) AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(lp.qt_recue_pie, 0)
                                  * COALESCE(lp.prix_net_liv,
                                      p.prix_pie, 0), 2) AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(lp.cout_revient_liv,
                                  p.cump_pie, 0), 4) AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(lp.qt_recue_pie, 0)
                                  * COALESCE(lp.cout_revient_liv,
                                      p.cump_pie, 0), 2) AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.taux_tva_liv,
                                  p.taux_tva_pie, 0) AS VARCHAR)
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
                   LEFT JOIN client c ON c.id_cli = l.id_cli
               WHERE l.id_cli IS NOT NULL
                 AND l.statut_liv = 1
                 AND l.date_fin_liv >= CAST(:PG-DAT-DEB AS DATE)
                 AND l.date_fin_liv < CAST(:PG-DAT-FIN AS DATE)
                 AND lp.id_liv > :PG-OFS
               ORDER BY lp.id_liv, lp.id_pie
       END-EXEC.

      * Lignes d'achat : lignes des livraisons entrantes commandées
      * dans la fenêtre (hors retours), au prix d'achat du
      * fournisseur de la livraison converti au taux figé, prix
      * catalogue de la pièce à défaut.
       EXEC SQL
           DECLARE CUR-DWA CURSOR FOR
               SELECT lp.id_liv,
                      CAST(lp.id_liv AS VARCHAR)
                      || ';' || CAST(lp.id_pie AS VARCHAR)
                      || ';' || CAST(CAST(l.date_deb_liv AS DATE)
                                  AS VARCHAR)
                      || ';' || CAST(l.id_fou AS VARCHAR)
                      || ';' || CAST(COALESCE(NULLIF(l.id_entrepot, 0),
                                  1) AS VARCHAR)
                      || ';' || CAST(COALESCE(l.id_soc, 1) AS VARCHAR)
                      || ';' || CAST(COALESCE(l.csg_liv, 0) AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.qt_liv_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(pf.prix_achat_pf
                                  * COALESCE(l.taux_chg_liv, 1),
                                  p.prix_pie, 0), 4) AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(lp.qt_liv_pie, 0)
                                  * COALESCE(pf.prix_achat_pf
                                      * COALESCE(l.taux_chg_liv, 1),
                                      p.prix_pie, 0), 2) AS VARCHAR)
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
                   JOIN piece p ON p.id_pie = lp.id_pie
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = lp.id_pie
                      AND pf.id_fou = l.id_fou
               WHERE l.id_fou IS NOT NULL
                 AND COALESCE(l.retour_liv, 0) = 0
                 AND l.date_deb_liv >= CAST(:PG-DAT-DEB AS DATE)
                 AND l.date_deb_liv < CAST(:PG-DAT-FIN AS DATE)
                 AND lp.id_liv > :PG-OFS
               ORDER BY lp.id_liv, lp.id_pie
       END-EXEC.

      * Réceptions : lignes entrantes traitées dans la fenêtre.
       EXEC SQL
           DECLARE CUR-DWR CURSOR FOR
               SELECT lp.id_liv,
                      CAST(lp.id_liv AS VARCHAR)
                      || ';' || CAST(lp.id_pie AS VARCHAR)
                      || ';' || CAST(CAST(lp.date_fin_trt AS DATE)
                                  AS VARCHAR)
                      || ';' || CAST(l.id_fou AS VARCHAR)
                      || ';' || CAST(COALESCE(NULLIF(l.id_entrepot, 0),
                                  1) AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.qt_liv_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.qt_recue_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(COALESCE(lp.ecart_pie, 0)
                                  AS VARCHAR)
                      || ';' || REPLACE(COALESCE(lp.num_lot_pie, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(lp.id_uti_trt, 0)
                                  AS VARCHAR)
               FROM livraison_piece lp
                   JOIN livraison l ON l.id_liv = lp.id_liv
               WHERE l.id_fou IS NOT NULL
                 AND lp.date_fin_trt >= CAST(:PG-DAT-DEB AS DATE)
                 AND lp.date_fin_trt < CAST(:PG-DAT-FIN AS DATE)
                 AND lp.id_liv > :PG-OFS
               ORDER BY lp.id_liv, lp.id_pie
       END-EXEC.

      * Règlements clients de la fenêtre.
       EXEC SQL
           DECLARE CUR-DWG CURSOR FOR
               SELECT r.id_reg,
                      CAST(r.id_reg AS VARCHAR)
                      || ';' || CAST(r.date_reg AS VARCHAR)
                      || ';' || CAST(r.id_cli AS VARCHAR)
                      || ';' || CAST(COALESCE(r.id_soc, 1) AS VARCHAR)
                      || ';' || REPLACE(COALESCE(r.mode_reg, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(r.mnt_reg, 0) AS VARCHAR)
                      || ';' || REPLACE(COALESCE(r.ref_reg, ''),
                                  ';', ',')
               FROM reglement r
               WHERE r.date_reg >= CAST(:PG-DAT-DEB AS DATE)
                 AND r.date_reg < CAST(:PG-DAT-FIN AS DATE)
                 AND r.id_reg > :PG-OFS
               ORDER BY r.id_reg
       END-EXEC.

      * Dimension pièces, supprimées comprises (les faits anciens y
      * renvoient encore).
       EXEC SQL
           DECLARE CUR-DWP CURSOR FOR
               SELECT p.id_pie,
                      CAST(p.id_pie AS VARCHAR)
                      || ';' || REPLACE(COALESCE(p.nom_pie, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(p.id_cat_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(COALESCE(p.id_fou, 0) AS VARCHAR)
                      || ';' || CAST(COALESCE(p.prix_pie, 0) AS VARCHAR)
                      || ';' || CAST(COALESCE(p.taux_tva_pie, 0)
                                  AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(p.cump_pie, 0), 4)
                                  AS VARCHAR)
                      || ';' || CAST(COALESCE(p.seuil_pie, 0)
                                  AS VARCHAR)
                      || ';' || COALESCE(p.classe_abc_pie, '')
                      || ';' || REPLACE(COALESCE(p.ean_pie, ''),
                                  ';', ',')
                      || ';' || COALESCE(p.supprime_le, '')
               FROM piece p
               WHERE p.id_pie > :PG-OFS
               ORDER BY p.id_pie
       END-EXEC.

      * Dimension catégories de pièces.
       EXEC SQL
           DECLARE CUR-DWC CURSOR FOR
               SELECT ct.id_cat_pie,
                      CAST(ct.id_cat_pie AS VARCHAR)
                      || ';' || REPLACE(COALESCE(ct.nom_cat_pie, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(ct.seuil_cat_pie, 0)
                                  AS VARCHAR)
               FROM categorie_pie ct
               WHERE ct.id_cat_pie > :PG-OFS
               ORDER BY ct.id_cat_pie
       END-EXEC.

      * Dimension clients, avec leur représentant.
       EXEC SQL
           DECLARE CUR-DWL CURSOR FOR
               SELECT c.id_cli,
                      CAST(c.id_cli AS VARCHAR)
                      || ';' || REPLACE(COALESCE(c.nom_cli, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(c.cp_cli, 0) AS VARCHAR)
                      || ';' || REPLACE(COALESCE(c.ville_cli, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(c.id_rep, 0) AS VARCHAR)
                      || ';' || COALESCE(c.supprime_le, '')
               FROM client c
               WHERE c.id_cli > :PG-OFS
               ORDER BY c.id_cli
       END-EXEC.

      * Dimension fournisseurs.
       EXEC SQL
           DECLARE CUR-DWF CURSOR FOR
               SELECT f.id_fou,
                      CAST(f.id_fou AS VARCHAR)
                      || ';' || REPLACE(COALESCE(f.nom_fou, ''),
                                  ';', ',')
                      || ';' || CAST(COALESCE(f.cp_fou, 0) AS VARCHAR)
                      || ';' || REPLACE(COALESCE(f.ville_fou, ''),
                                  ';', ',')
                      || ';' || COALESCE(f.devise_fou, 'EUR')
                      || ';' || CAST(COALESCE(f.delai_fou, 0)
                                  AS VARCHAR)
                      || ';' || COALESCE(f.supprime_le, '')
               FROM fournisseur f
               WHERE f.id_fou > :PG-OFS
               ORDER BY f.id_fou
       END-EXEC.

      * Dimension représentants.
       EXEC SQL
           DECLARE CUR-DWE CURSOR FOR
               SELECT r.id_rep,
                      CAST(r.id_rep AS VARCHAR)
                      || ';' || REPLACE(COALESCE(r.nom_rep, ''),
                                  ';', ',')
               FROM representant r
               WHERE r.id_rep > :PG-OFS
               ORDER BY r.id_rep
       END-EXEC.

      * Dimension dépôts, avec la raison sociale de leur société.
       EXEC SQL
           DECLARE CUR-DWD CURSOR FOR
               SELECT e.id_entrepot,
                      CAST(e.id_entrepot AS VARCHAR)
                      || ';' || CAST(COALESCE(e.id_soc, 1) AS VARCHAR)
                      || ';' || REPLACE(COALESCE(
                                  (SELECT MIN(s.raison_soc)
                                   FROM societe s
                                   WHERE COALESCE(s.id_soc, 1) =
                                         COALESCE(e.id_soc, 1)), ''),
                                  ';', ',')
               FROM entrepot e
               WHERE e.id_entrepot > :PG-OFS
               ORDER BY e.id_entrepot
       END-EXEC.

      * Photo du stock de clôture du dernier jour exporté, par pièce
      * et par dépôt, valorisée au CUMP.
       EXEC SQL
           DECLARE CUR-DWK CURSOR FOR
               SELECT s.id_pie,
                      CAST(CAST(:PG-DAT-FIN AS DATE) - 1 AS VARCHAR)
                      || ';' || CAST(s.id_pie AS VARCHAR)
                      || ';' || CAST(s.id_entrepot AS VARCHAR)
                      || ';' || CAST(COALESCE(s.qt_stk, 0) AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(p.cump_pie, 0), 4)
                                  AS VARCHAR)
                      || ';' || CAST(ROUND(COALESCE(s.qt_stk, 0)
                                  * COALESCE(p.cump_pie, 0), 2)
                                  AS VARCHAR)
               FROM stock_depot s
                   JOIN piece p ON p.id_pie = s.id_pie
               WHERE s.id_pie > :PG-OFS
               ORDER BY s.id_pie, s.id_entrepot
       END-EXEC.

      * Les flux, dans leur ordre d'export : code du point de
      * reprise, nom dans le fichier, colonne de la mesure totalisée
      * au contrôle (00 = nombre de lignes seul).
       01 WS-TAB-FLX.
           05 FILLER             PIC X(18) VALUE "DWVventes       11".
           05 FILLER             PIC X(18) VALUE "DWAachats       10".
           05 FILLER             PIC X(18) VALUE "DWRreceptions   07".
           05 FILLER             PIC X(18) VALUE "DWGreglements   06".
           05 FILLER             PIC X(18) VALUE "DWPpieces       00".
           05 FILLER             PIC X(18) VALUE "DWCcategories   00".
           05 FILLER             PIC X(18) VALUE "DWLclients      00".
           05 FILLER             PIC X(18) VALUE "DWFfournisseurs 00".
           05 FILLER             PIC X(18) VALUE "DWErepresentants00".
           05 FILLER             PIC X(18) VALUE "DWDdepots       00".
           05 FILLER             PIC X(18) VALUE "DWKstock        06".
       01 WS-TAB-FLX-R REDEFINES WS-TAB-FLX.
           05 WS-FLX             OCCURS 11 TIMES.
               10 WS-FLX-COD     PIC X(03).
               10 WS-FLX-NOM     PIC X(13).
               10 WS-FLX-COL     PIC 9(02).
       77 WS-NBR-FLX             PIC 9(02) VALUE 11.
       77 WS-IDX-FLX             PIC 9(02).

      * Point de reprise ("lirckp"/"ajuckp"), rattaché à
      * l'utilisateur batch 0.
       01 WS-IDF-UTI              PIC 9(10) VALUE 0.
       01 WS-TYP-CKP              PIC X(03).
       01 WS-OFS-CKP              PIC 9(10).
       01 WS-FIL-CKP              PIC 9(01).
       01 WS-IDF-FIL-CKP          PIC 9(10).
       01 WS-DAT-DEB-CKP          PIC X(10).
       01 WS-DAT-FIN-CKP          PIC X(10).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-CKP==.
      * Sauvegarde : filtre 1 = fenêtre ou flux terminé.
       01 WS-OFS-SAV              PIC 9(10).
       01 WS-FIL-SAV              PIC 9(01).
       01 WS-IDF-FIL-SAV          PIC 9(10) VALUE 0.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-SAV==.

      * Vrai quand la fenêtre reprend une relance après incident.
       01 WS-ETT-RPR              PIC 9(01).
           88 WS-ETT-RPR-OUI                 VALUE 1.
           88 WS-ETT-RPR-NON                 VALUE 0.

      * Vrai quand le flux en cours est déjà terminé pour la fenêtre.
       01 WS-ETT-FLX              PIC 9(01).
           88 WS-ETT-FLX-AFR                 VALUE 0.
           88 WS-ETT-FLX-FAI                 VALUE 1.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       01 WS-ETT-ERR              PIC 9(01) VALUE 0.
           88 WS-ETT-ERR-NON                 VALUE 0.
           88 WS-ETT-ERR-OUI                 VALUE 1.

      * Clé du dernier enregistrement écrit : le point n'est borné
      * qu'au changement de clé, quand toutes les lignes de la clé
      * précédente sont écrites.
       01 WS-CLE-PRC              PIC 9(10).
       01 WS-NBR-DEP-CKP          PIC 9(03) VALUE 0.
       01 WS-NBR-LGN              PIC 9(08) VALUE 0.

      * Noms des fichiers de la fenêtre (suffixe AAAAMMJJ).
       01 WS-SFX-DAT              PIC X(08).
       01 WS-NOM-FIC              PIC X(40).
       01 WS-NOM-CTL              PIC X(40).
       01 WS-LGN-ENT              PIC X(200).

      * Relecture des fichiers pour le contrôle : champs découpés de
      * la ligne, cumuls du flux.
       01 WS-TAB-CHP.
           05 WS-CHP             PIC X(40) OCCURS 14 TIMES.
       01 WS-ETT-FIC              PIC 9(01).
           88 WS-ETT-FIC-ENC                 VALUE 0.
           88 WS-ETT-FIC-FIN                 VALUE 1.
       01 WS-NBR-CTL              PIC 9(08).
       01 WS-TOT-CTL              PIC S9(13)V99.
       01 WS-NBR-CTL-EDT          PIC Z(07)9.
       01 WS-TOT-CTL-EDT          PIC -(12)9.99.

      * Message et type de log du passage.
       01 WS-NBR-EDT              PIC Z(07)9.
       01 WS-MSG-LOG              PIC X(100).
       01 WS-TYP-LOG              PIC X(12) VALUE "export_dwh".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       PROCEDURE DIVISION.

           MOVE 0 TO RETURN-CODE.

           PERFORM 0100-LIR-FEN-DEB
              THRU 0100-LIR-FEN-FIN.

           IF PG-DAT-DEB >= PG-DAT-FIN
               DISPLAY "expdwh : fenetre du " PG-DAT-FIN
                   " deja exportee, rien a faire"
               EXIT PROGRAM
           END-IF.

           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > WS-NBR-FLX OR WS-ETT-ERR-OUI
               PERFORM 0200-EXP-FLX-DEB
                  THRU 0200-EXP-FLX-FIN
           END-PERFORM.

           IF WS-ETT-ERR-OUI
               PERFORM 0600-JRN-DEB
                  THRU 0600-JRN-FIN
               MOVE 8 TO RETURN-CODE
               EXIT PROGRAM
           END-IF.

           PERFORM 0400-CTL-DEB
              THRU 0400-CTL-FIN.

      *    Fenêtre terminée : la suivante partira de sa date de fin.
           MOVE "DWH" TO WS-TYP-CKP.
           MOVE 0     TO WS-OFS-SAV.
           MOVE 0     TO WS-FIL-SAV.
           PERFORM 0180-SAV-CKP-DEB
              THRU 0180-SAV-CKP-FIN.

           PERFORM 0600-JRN-DEB
              THRU 0600-JRN-FIN.

           DISPLAY "expdwh : " WS-NBR-LGN " ligne(s) exportee(s), "
               "fenetre du " PG-DAT-DEB " au " PG-DAT-FIN " exclu".

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Fenêtre à exporter, d'après le point DWH : une fenêtre
      * interrompue (filtre 1) est rejouée telle quelle ; sinon la
      * nouvelle fenêtre part de la fin de la précédente (de l'origine
      * au premier passage) jusqu'à aujourd'hui exclu.
       0100-LIR-FEN-DEB.

           SET WS-ETT-RPR-NON TO TRUE.

           EXEC SQL
               SELECT CAST(CURRENT_DATE AS VARCHAR)
               INTO :PG-DAT-JOU
           END-EXEC.

           MOVE "DWH" TO WS-TYP-CKP.

           CALL "lirckp"
               USING
               WS-IDF-UTI
               WS-TYP-CKP
               WS-OFS-CKP
               WS-FIL-CKP
               WS-IDF-FIL-CKP
               WS-DAT-DEB-CKP
               WS-DAT-FIN-CKP
               WS-CKP-LIR-RET
           END-CALL.

           EVALUATE TRUE
               WHEN NOT WS-CKP-LIR-RET-OK
                   MOVE "1900-01-01"   TO PG-DAT-DEB
                   MOVE PG-DAT-JOU     TO PG-DAT-FIN
               WHEN WS-FIL-CKP = 1
                   SET WS-ETT-RPR-OUI TO TRUE
                   MOVE WS-DAT-DEB-CKP TO PG-DAT-DEB
                   MOVE WS-DAT-FIN-CKP TO PG-DAT-FIN
               WHEN OTHER
                   MOVE WS-DAT-FIN-CKP TO PG-DAT-DEB
                   MOVE PG-DAT-JOU     TO PG-DAT-FIN
           END-EVALUATE.

           IF PG-DAT-DEB >= PG-DAT-FIN
               EXIT PARAGRAPH
           END-IF.

           STRING PG-DAT-FIN(1:4) PG-DAT-FIN(6:2) PG-DAT-FIN(9:2)
                  DELIMITED BY SIZE
                  INTO WS-SFX-DAT
           END-STRING.

      *    Fenêtre ouverte : une relance la rejouera tant qu'elle
      *    n'est pas terminée.
           IF WS-ETT-RPR-NON
               MOVE 0 TO WS-OFS-SAV
               MOVE 1 TO WS-FIL-SAV
               PERFORM 0180-SAV-CKP-DEB
                  THRU 0180-SAV-CKP-FIN
           END-IF.

       0100-LIR-FEN-FIN.

      *-----------------------------------------------------------------
      * Borne le point WS-TYP-CKP (clé WS-OFS-SAV, filtre WS-FIL-SAV)
      * sur la fenêtre en cours.
       0180-SAV-CKP-DEB.

           CALL "ajuckp"
               USING
               WS-IDF-UTI
               WS-TYP-CKP
               WS-OFS-SAV
               WS-FIL-SAV
               WS-IDF-FIL-SAV
               PG-DAT-DEB
               PG-DAT-FIN
               WS-SAV-AJU-RET
           END-CALL.

           MOVE 0 TO WS-NBR-DEP-CKP.

       0180-SAV-CKP-FIN.

      *-----------------------------------------------------------------
      * Un flux : sauté s'il est déjà terminé pour la fenêtre, repris
      * en ajout au-delà de son point s'il a été interrompu, écrit en
      * entier sinon.
       0200-EXP-FLX-DEB.

           MOVE WS-FLX-COD(WS-IDX-FLX) TO WS-TYP-CKP.
           SET WS-ETT-FLX-AFR TO TRUE.
           MOVE 0 TO PG-OFS.

           IF WS-ETT-RPR-OUI
               CALL "lirckp"
                   USING
                   WS-IDF-UTI
                   WS-TYP-CKP
                   WS-OFS-CKP
                   WS-FIL-CKP
                   WS-IDF-FIL-CKP
                   WS-DAT-DEB-CKP
                   WS-DAT-FIN-CKP
                   WS-CKP-LIR-RET
               END-CALL

               IF WS-CKP-LIR-RET-OK
                       AND WS-DAT-DEB-CKP = PG-DAT-DEB
                       AND WS-DAT-FIN-CKP = PG-DAT-FIN
                   IF WS-FIL-CKP = 1
                       SET WS-ETT-FLX-FAI TO TRUE
                   ELSE
                       MOVE WS-OFS-CKP TO PG-OFS
                   END-IF
               END-IF
           END-IF.

           IF WS-ETT-FLX-FAI
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0250-NOM-FIC-DEB
              THRU 0250-NOM-FIC-FIN.

           PERFORM 0210-OUV-CUR-DEB
              THRU 0210-OUV-CUR-FIN.

           IF SQLCODE NOT = 0
               DISPLAY "expdwh : flux " WS-FLX-NOM(WS-IDX-FLX)
                   " en erreur, sqlcode " SQLCODE
               SET WS-ETT-ERR-OUI TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-OFS > 0
               OPEN EXTEND FIC-DWH
           ELSE
               OPEN OUTPUT FIC-DWH
               MOVE WS-LGN-ENT TO FD-LGN-DWH
               WRITE FD-LGN-DWH
           END-IF.

           MOVE PG-OFS TO WS-CLE-PRC.
           MOVE 0 TO WS-NBR-DEP-CKP.
           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               PERFORM 0220-LCT-CUR-DEB
                  THRU 0220-LCT-CUR-FIN

               IF SQLCODE = 0
                   IF PG-CLE NOT = WS-CLE-PRC
                           AND WS-NBR-DEP-CKP >= 100
                       MOVE WS-CLE-PRC TO WS-OFS-SAV
                       MOVE 0 TO WS-FIL-SAV
                       PERFORM 0180-SAV-CKP-DEB
                          THRU 0180-SAV-CKP-FIN
                   END-IF

                   MOVE PG-LGN TO FD-LGN-DWH
                   WRITE FD-LGN-DWH
                   MOVE PG-CLE TO WS-CLE-PRC
                   ADD 1 TO WS-NBR-DEP-CKP
                   ADD 1 TO WS-NBR-LGN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
                   IF SQLCODE NOT = 100
                       DISPLAY "expdwh : flux "
                           WS-FLX-NOM(WS-IDX-FLX)
                           " interrompu, sqlcode " SQLCODE
                       SET WS-ETT-ERR-OUI TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 0230-FRM-CUR-DEB
              THRU 0230-FRM-CUR-FIN.

           CLOSE FIC-DWH.

      *    Flux terminé (ou borné à sa dernière clé sur erreur, pour
      *    une relance en ajout).
           MOVE WS-CLE-PRC TO WS-OFS-SAV.

           IF WS-ETT-ERR-OUI
               MOVE 0 TO WS-FIL-SAV
           ELSE
               MOVE 1 TO WS-FIL-SAV
           END-IF.

           PERFORM 0180-SAV-CKP-DEB
              THRU 0180-SAV-CKP-FIN.

       0200-EXP-FLX-FIN.

      *-----------------------------------------------------------------
      * En-tête du fichier et ouverture du curseur du flux en cours.
       0210-OUV-CUR-DEB.

           MOVE SPACES TO WS-LGN-ENT.

           EVALUATE WS-FLX-COD(WS-IDX-FLX)
               WHEN "DWV"
                   STRING "id_liv;id_pie;date_vente;id_cli;id_rep;"
                          "id_entrepot;id_soc;retour;qte;prix_net_ht;"
                          "mnt_ht;cout_unitaire;mnt_cout;taux_tva"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWV END-EXEC
               WHEN "DWA"
                   STRING "id_liv;id_pie;date_commande;id_fou;"
                          "id_entrepot;id_soc;depot_vente;"
                          "qte_commandee;"
                          "prix_achat;mnt_achat"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWA END-EXEC
               WHEN "DWR"
                   STRING "id_liv;id_pie;date_reception;id_fou;"
                          "id_entrepot;qte_commandee;qte_recue;ecart;"
                          "num_lot;id_uti"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWR END-EXEC
               WHEN "DWG"
                   STRING "id_reg;date_reg;id_cli;id_soc;mode_reg;"
                          "mnt_reg;ref_reg"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWG END-EXEC
               WHEN "DWP"
                   STRING "id_pie;nom_pie;id_cat_pie;id_fou;prix_pie;"
                          "taux_tva;cump;seuil;classe_abc;ean;"
                          "supprime_le"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWP END-EXEC
               WHEN "DWC"
                   MOVE "id_cat_pie;nom_cat_pie;seuil_cat_pie"
                       TO WS-LGN-ENT
                   EXEC SQL OPEN CUR-DWC END-EXEC
               WHEN "DWL"
                   STRING "id_cli;nom_cli;cp_cli;ville_cli;id_rep;"
                          "supprime_le"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWL END-EXEC
               WHEN "DWF"
                   STRING "id_fou;nom_fou;cp_fou;ville_fou;devise;"
                          "delai;supprime_le"
                          DELIMITED BY SIZE
                          INTO WS-LGN-ENT
                   END-STRING
                   EXEC SQL OPEN CUR-DWF END-EXEC
               WHEN "DWE"
                   MOVE "id_rep;nom_rep" TO WS-LGN-ENT
                   EXEC SQL OPEN CUR-DWE END-EXEC
               WHEN "DWD"
                   MOVE "id_entrepot;id_soc;raison_soc" TO WS-LGN-ENT
                   EXEC SQL OPEN CUR-DWD END-EXEC
               WHEN "DWK"
                   MOVE "date_stock;id_pie;id_entrepot;qte;cump;valeur"
                       TO WS-LGN-ENT
                   EXEC SQL OPEN CUR-DWK END-EXEC
           END-EVALUATE.

       0210-OUV-CUR-FIN.

      *-----------------------------------------------------------------
      * Lit l'enregistrement suivant du flux en cours.
       0220-LCT-CUR-DEB.

           EVALUATE WS-FLX-COD(WS-IDX-FLX)
               WHEN "DWV"
                   EXEC SQL
                       FETCH CUR-DWV INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWA"
                   EXEC SQL
                       FETCH CUR-DWA INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWR"
                   EXEC SQL
                       FETCH CUR-DWR INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWG"
                   EXEC SQL
                       FETCH CUR-DWG INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWP"
                   EXEC SQL
                       FETCH CUR-DWP INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWC"
                   EXEC SQL
                       FETCH CUR-DWC INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWL"
                   EXEC SQL
                       FETCH CUR-DWL INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWF"
                   EXEC SQL
                       FETCH CUR-DWF INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWE"
                   EXEC SQL
                       FETCH CUR-DWE INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWD"
                   EXEC SQL
                       FETCH CUR-DWD INTO :PG-CLE, :PG-LGN
                   END-EXEC
               WHEN "DWK"
                   EXEC SQL
                       FETCH CUR-DWK INTO :PG-CLE, :PG-LGN
                   END-EXEC
           END-EVALUATE.

       0220-LCT-CUR-FIN.

      *-----------------------------------------------------------------
      * Ferme le curseur du flux en cours.
       0230-FRM-CUR-DEB.

           EVALUATE WS-FLX-COD(WS-IDX-FLX)
               WHEN "DWV"
                   EXEC SQL
                       CLOSE CUR-DWV
                   END-EXEC
               WHEN "DWA"
                   EXEC SQL
                       CLOSE CUR-DWA
                   END-EXEC
               WHEN "DWR"
                   EXEC SQL
                       CLOSE CUR-DWR
                   END-EXEC
               WHEN "DWG"
                   EXEC SQL
                       CLOSE CUR-DWG
                   END-EXEC
               WHEN "DWP"
                   EXEC SQL
                       CLOSE CUR-DWP
                   END-EXEC
               WHEN "DWC"
                   EXEC SQL
                       CLOSE CUR-DWC
                   END-EXEC
               WHEN "DWL"
                   EXEC SQL
                       CLOSE CUR-DWL
                   END-EXEC
               WHEN "DWF"
                   EXEC SQL
                       CLOSE CUR-DWF
                   END-EXEC
               WHEN "DWE"
                   EXEC SQL
                       CLOSE CUR-DWE
                   END-EXEC
               WHEN "DWD"
                   EXEC SQL
                       CLOSE CUR-DWD
                   END-EXEC
               WHEN "DWK"
                   EXEC SQL
                       CLOSE CUR-DWK
                   END-EXEC
           END-EVALUATE.

       0230-FRM-CUR-FIN.

      *-----------------------------------------------------------------
      * Nom du fichier du flux en cours : dwh_<flux>_<AAAAMMJJ>.csv.
       0250-NOM-FIC-DEB.

           MOVE SPACES TO WS-NOM-FIC.

           STRING "dwh_" DELIMITED BY SIZE
                  WS-FLX-NOM(WS-IDX-FLX) DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-SFX-DAT DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-NOM-FIC
           END-STRING.

       0250-NOM-FIC-FIN.

      *-----------------------------------------------------------------
      * Fichier de contrôle : relit chaque fichier de la fenêtre et
      * en écrit le nombre de lignes et le total de la mesure.
       0400-CTL-DEB.

           MOVE SPACES TO WS-NOM-CTL.

           STRING "dwh_controle_" DELIMITED BY SIZE
                  WS-SFX-DAT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-CTL
           END-STRING.

           OPEN OUTPUT FIC-CTL.

           MOVE SPACES TO FD-LGN-CTL.
           STRING "flux;fenetre_debut;fenetre_fin;nb_lignes;total"
                  DELIMITED BY SIZE
                  INTO FD-LGN-CTL
           END-STRING.
           WRITE FD-LGN-CTL.

           PERFORM VARYING WS-IDX-FLX FROM 1 BY 1
                   UNTIL WS-IDX-FLX > WS-NBR-FLX
               PERFORM 0410-CTL-FLX-DEB
                  THRU 0410-CTL-FLX-FIN
           END-PERFORM.

           CLOSE FIC-CTL.

       0400-CTL-FIN.

      *-----------------------------------------------------------------
      * Contrôle d'un fichier : les lignes hors en-tête, et la somme
      * de la colonne de mesure du flux.
       0410-CTL-FLX-DEB.

           PERFORM 0250-NOM-FIC-DEB
              THRU 0250-NOM-FIC-FIN.

           MOVE 0 TO WS-NBR-CTL.
           MOVE 0 TO WS-TOT-CTL.

           OPEN INPUT FIC-DWH.

      *    La ligne d'en-tête n'est pas comptée.
           READ FIC-DWH
               AT END SET WS-ETT-FIC-FIN TO TRUE
               NOT AT END SET WS-ETT-FIC-ENC TO TRUE
           END-READ.

           PERFORM UNTIL WS-ETT-FIC-FIN
               READ FIC-DWH
                   AT END
                       SET WS-ETT-FIC-FIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NBR-CTL
                       IF WS-FLX-COL(WS-IDX-FLX) > 0
                           PERFORM 0420-CUM-MES-DEB
                              THRU 0420-CUM-MES-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FIC-DWH.

           MOVE WS-NBR-CTL TO WS-NBR-CTL-EDT.
           MOVE WS-TOT-CTL TO WS-TOT-CTL-EDT.
           MOVE SPACES TO FD-LGN-CTL.

           STRING WS-FLX-NOM(WS-IDX-FLX) DELIMITED BY SPACE
                  ";" PG-DAT-DEB ";" PG-DAT-FIN ";"
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-CTL-EDT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOT-CTL-EDT) DELIMITED BY SIZE
                  INTO FD-LGN-CTL
           END-STRING.

           WRITE FD-LGN-CTL.

       0410-CTL-FLX-FIN.

      *-----------------------------------------------------------------
      * Ajoute au total la colonne de mesure de la ligne lue.
       0420-CUM-MES-DEB.

           MOVE SPACES TO WS-TAB-CHP.

           UNSTRING FD-LGN-DWH
               DELIMITED BY ";"
               INTO WS-CHP(1)  WS-CHP(2)  WS-CHP(3)  WS-CHP(4)
                    WS-CHP(5)  WS-CHP(6)  WS-CHP(7)  WS-CHP(8)
                    WS-CHP(9)  WS-CHP(10) WS-CHP(11) WS-CHP(12)
                    WS-CHP(13) WS-CHP(14)
           END-UNSTRING.

           IF WS-CHP(WS-FLX-COL(WS-IDX-FLX)) NOT = SPACES
               COMPUTE WS-TOT-CTL = WS-TOT-CTL
                   + FUNCTION NUMVAL(WS-CHP(WS-FLX-COL(WS-IDX-FLX)))
           END-IF.

       0420-CUM-MES-FIN.

      *-----------------------------------------------------------------
      * Journalise le passage.
       0600-JRN-DEB.

           MOVE WS-NBR-LGN TO WS-NBR-EDT.
           MOVE SPACES TO WS-MSG-LOG.

           IF WS-ETT-ERR-OUI
               STRING "export entrepot de donnees interrompu, fenetre "
                      DELIMITED BY SIZE
                      PG-DAT-DEB " - " PG-DAT-FIN DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           ELSE
               STRING "export entrepot de donnees : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                      " ligne(s), fenetre " DELIMITED BY SIZE
                      PG-DAT-DEB " - " PG-DAT-FIN DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
           END-IF.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               WS-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0600-JRN-FIN.
