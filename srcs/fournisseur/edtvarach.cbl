      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite la  *
      * dérive des prix d'achat du mois : chaque ligne de facture      *
      * fournisseur du mois (facture_fournisseur_piece, date de la     *
      * facture) valorisée au prix réellement facturé est confrontée   *
      * à la même quantité au prix d'achat convenu du catalogue        *
      * piece_fournisseur (le prix facturé quand la pièce n'y est pas  *
      * référencée : pas d'écart), les deux convertis en euros au taux *
      * de la table taux_change pour un fournisseur en devise. Les     *
      * écarts sont totalisés par fournisseur, par catégorie de pièces *
      * et pour le mois. L'indice de prix des 12 derniers mois (mois   *
      * édité compris) suit, par fournisseur et pour l'ensemble : 100  *
      * x facturé / convenu au catalogue actuel, un mois sans achat    *
      * restant vide. Enfin sont signalées les pièces dont le prix     *
      * d'achat a monté de plus du seuil (clé "seuil_var_ach" de       *
      * parametre_secu, en %, 5 à défaut) depuis la dernière révision  *
      * du prix de vente appliquée (revision_prix, statut 2) : prix de *
      * base = dernier prix facturé à la date d'effet de cette         *
      * révision (à défaut de révision ou de facture antérieure, le    *
      * premier prix facturé des 12 mois), comparé au dernier prix     *
      * facturé ; le surcoût de ces pièces sur les achats du mois      *
      * (quantité x écart au prix de base) est totalisé - c'est le     *
      * signal qu'une révision des prix de vente ("genrevpri") est à   *
      * prévoir. Le mois est lu en entrée (SYSIN, au format AAAAMM ;   *
      * mois précédent à défaut), puis la société (01 à défaut,        *
      * inconnue = code retour 8) : seules ses factures comptent, et   *
      * l'édition est variation_prix_achat.txt (suffixée "_NN" hors    *
      * société 1).                                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; VAR=VARIATION; ACH=ACHAT; FOU=FOURNISSEUR;         *
      * CAT=CATEGORIE; IDX=INDICE; HAU=HAUSSE; PIE=PIECE; PRI=PRIX;    *
      * FAC=FACTURE; REF=REFERENCE; ECT=ECART; MNT=MONTANT;            *
      * SEU=SEUIL; BAS=BASE; ACT=ACTUEL; REV=REVISION; SUR=SURCOUT;    *
      * MOI=MOIS; ANN=ANNEE; JOU=JOUR; SUI=SUIVANT; RNG=RANG;          *
      * DEB=DEBUT; FIN=FIN; DAT=DATE; SAI=SAISIE; SOC=SOCIETE;         *
      * RAI=RAISON SOCIALE; NOM=NOM; FIC=FICHIER; LGN=LIGNE;           *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; NBR=NOMBRE; TOT=TOTAL;     *
      * IDF=IDENTIFIANT; PCT=POURCENTAGE; CRT=COURANT; LIB=LIBELLE;    *
      * PTR=POINTEUR; CEL=CELLULE; VAL=VALEUR.                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtvarach.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-VAR ASSIGN TO WS-NOM-FIC
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-VAR.
       01  FD-LGN-VAR                 PIC X(132).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-DAT-DEB              PIC X(08).
       01 PG-DAT-FIN              PIC X(08).
      * Premier jour de la fenêtre de 12 mois, et son rang en mois
      * (année x 12 + mois) pour placer chaque mois dans l'indice.
       01 PG-DAT-D12              PIC X(08).
       01 PG-RNG-D12              PIC 9(06).
       01 PG-IDF-SOC              PIC 9(02).
       01 PG-SEU-VAR              PIC 9(05).
       01 PG-IDF-FOU              PIC 9(10).
       01 PG-LIB                  PIC X(50).
       01 PG-MNT-FAC              PIC S9(11)V99.
       01 PG-MNT-REF              PIC S9(11)V99.
       01 PG-RNG-MOI              PIC 9(02).
       01 PG-IDF-PIE              PIC 9(10).
       01 PG-DAT-REV              PIC X(10).
       01 PG-PRI-BAS              PIC 9(08)V99.
       01 PG-PRI-ACT              PIC 9(08)V99.
       01 PG-QTE-MOI              PIC 9(10).
       01 PG-MNT-SUR              PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Écarts du mois par fournisseur : facturé et convenu, en euros.
       EXEC SQL
           DECLARE CUR-FOU CURSOR FOR
               SELECT fo.nom_fou,
                      SUM(fp.qt_fac_pie * fp.prix_fac_pie
                          * COALESCE(tc.taux_eur, 1)),
                      SUM(fp.qt_fac_pie
                          * COALESCE(pf.prix_achat_pf, fp.prix_fac_pie)
                          * COALESCE(tc.taux_eur, 1))
               FROM facture_fournisseur_piece fp
                   JOIN facture_fournisseur f
                       ON f.id_fac_fou = fp.id_fac_fou
                   JOIN fournisseur fo ON fo.id_fou = f.id_fou
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = fp.id_pie
                      AND pf.id_fou = f.id_fou
                   LEFT JOIN taux_change tc
                       ON tc.devise = fo.devise_fou
               WHERE f.date_fac_fou >= :PG-DAT-DEB
                 AND f.date_fac_fou < :PG-DAT-FIN
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               GROUP BY fo.id_fou, fo.nom_fou
               ORDER BY fo.nom_fou
               FOR READ ONLY
       END-EXEC.

      * Écarts du mois par catégorie de pièces.
       EXEC SQL
           DECLARE CUR-CAT CURSOR FOR
               SELECT COALESCE(c.nom_cat_pie, 'SANS CATEGORIE'),
                      SUM(fp.qt_fac_pie * fp.prix_fac_pie
                          * COALESCE(tc.taux_eur, 1)),
                      SUM(fp.qt_fac_pie
                          * COALESCE(pf.prix_achat_pf, fp.prix_fac_pie)
                          * COALESCE(tc.taux_eur, 1))
               FROM facture_fournisseur_piece fp
                   JOIN facture_fournisseur f
                       ON f.id_fac_fou = fp.id_fac_fou
                   JOIN fournisseur fo ON fo.id_fou = f.id_fou
                   JOIN piece p ON p.id_pie = fp.id_pie
                   LEFT JOIN categorie_pie c
                       ON c.id_cat_pie = p.id_cat_pie
                   LEFT JOIN piece_fournisseur pf
                       ON pf.id_pie = fp.id_pie
                      AND pf.id_fou = f.id_fou
                   LEFT JOIN taux_change tc
                       ON tc.devise = fo.devise_fou
               WHERE f.date_fac_fou >= :PG-DAT-DEB
                 AND f.date_fac_fou < :PG-DAT-FIN
                 AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               GROUP BY c.nom_cat_pie
               ORDER BY 1
               FOR READ ONLY
       END-EXEC.

      * Indice sur 12 mois : facturé et convenu par fournisseur et par
      * rang du mois dans la fenêtre (1 = le plus ancien), puis pour
      * l'ensemble des fournisseurs (identifiant 0, en dernier).
       EXEC SQL
           DECLARE CUR-IDX CURSOR FOR
               SELECT COALESCE(x.id_fou, 0),
                      COALESCE(x.nom_fou, 'ENSEMBLE DES FOURNISSEURS'),
                      x.rng,
                      SUM(x.mnt_fac), SUM(x.mnt_ref)
               FROM (
                   SELECT fo.id_fou AS id_fou, fo.nom_fou AS nom_fou,
                          CAST(EXTRACT(YEAR FROM f.date_fac_fou) * 12
                               + EXTRACT(MONTH FROM f.date_fac_fou)
                               - :PG-RNG-D12 + 1 AS INTEGER) AS rng,
                          fp.qt_fac_pie * fp.prix_fac_pie
                              * COALESCE(tc.taux_eur, 1) AS mnt_fac,
                          fp.qt_fac_pie
                              * COALESCE(pf.prix_achat_pf,
                                         fp.prix_fac_pie)
                              * COALESCE(tc.taux_eur, 1) AS mnt_ref
                   FROM facture_fournisseur_piece fp
                       JOIN facture_fournisseur f
                           ON f.id_fac_fou = fp.id_fac_fou
                       JOIN fournisseur fo ON fo.id_fou = f.id_fou
                       LEFT JOIN piece_fournisseur pf
                           ON pf.id_pie = fp.id_pie
                          AND pf.id_fou = f.id_fou
                       LEFT JOIN taux_change tc
                           ON tc.devise = fo.devise_fou
                   WHERE f.date_fac_fou >= :PG-DAT-D12
                     AND f.date_fac_fou < :PG-DAT-FIN
                     AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC
               ) x
               GROUP BY GROUPING SETS ((x.id_fou, x.nom_fou, x.rng),
                                       (x.rng))
               ORDER BY CASE WHEN x.id_fou IS NULL THEN 1 ELSE 0 END,
                        x.nom_fou, x.id_fou, x.rng
               FOR READ ONLY
       END-EXEC.

      * Pièces dont le dernier prix facturé (en euros) dépasse le prix
      * de base de plus du seuil, avec leur surcoût sur le mois.
       EXEC SQL
           DECLARE CUR-HAU CURSOR FOR
               WITH lgn AS (
                   SELECT fp.id_pie AS id_pie,
                          f.date_fac_fou AS dat,
                          f.id_fac_fou AS idf,
                          fp.qt_fac_pie AS qte,
                          fp.prix_fac_pie
                              * COALESCE(tc.taux_eur, 1) AS pri
                   FROM facture_fournisseur_piece fp
                       JOIN facture_fournisseur f
                           ON f.id_fac_fou = fp.id_fac_fou
                       JOIN fournisseur fo ON fo.id_fou = f.id_fou
                       LEFT JOIN taux_change tc
                           ON tc.devise = fo.devise_fou
                   WHERE f.date_fac_fou < :PG-DAT-FIN
                     AND COALESCE(f.id_soc, 1) = :PG-IDF-SOC),
      * Dernière révision appliquée, retenue si la pièce a été
      * facturée avant sa date d'effet.
               rev AS (
                   SELECT r.id_pie, r.dat_rev
                   FROM (SELECT id_pie, MAX(date_effet) AS dat_rev
                         FROM revision_prix
                         WHERE statut_rev = 2
                         GROUP BY id_pie) r
                   WHERE EXISTS (SELECT 1 FROM lgn l
                                 WHERE l.id_pie = r.id_pie
                                   AND l.dat <= r.dat_rev)),
               bas AS (
                   SELECT DISTINCT ON (l.id_pie)
                          l.id_pie, l.pri AS pri_bas, r.dat_rev
                   FROM lgn l
                       LEFT JOIN rev r ON r.id_pie = l.id_pie
                   WHERE (r.dat_rev IS NOT NULL
                          AND l.dat <= r.dat_rev)
                      OR (r.dat_rev IS NULL
                          AND l.dat >= :PG-DAT-D12)
                   ORDER BY l.id_pie,
                            CASE WHEN r.dat_rev IS NULL
                                 THEN l.dat END,
                            l.dat DESC, l.idf DESC),
               act AS (
                   SELECT DISTINCT ON (id_pie)
                          id_pie, pri AS pri_act
                   FROM lgn
                   ORDER BY id_pie, dat DESC, idf DESC),
               moi AS (
                   SELECT id_pie, SUM(qte) AS qte_moi,
                          SUM(qte * pri) AS mnt_moi
                   FROM lgn
                   WHERE dat >= :PG-DAT-DEB
                   GROUP BY id_pie)
               SELECT p.id_pie, p.nom_pie,
                      COALESCE(CAST(b.dat_rev AS VARCHAR), ''),
                      ROUND(b.pri_bas, 2), ROUND(a.pri_act, 2),
                      COALESCE(m.qte_moi, 0),
                      COALESCE(m.mnt_moi - m.qte_moi * b.pri_bas, 0)
               FROM bas b
                   JOIN act a ON a.id_pie = b.id_pie
                   JOIN piece p ON p.id_pie = b.id_pie
                   LEFT JOIN moi m ON m.id_pie = b.id_pie
               WHERE b.pri_bas > 0
                 AND a.pri_act > b.pri_bas * (1 + :PG-SEU-VAR / 100.0)
               ORDER BY (a.pri_act - b.pri_bas) / b.pri_bas DESC,
                        p.nom_pie
               FOR READ ONLY
       END-EXEC.

      * Mois demandé : lu sur l'entrée standard (AAAAMM), mois
      * précédent à défaut.
       01 WS-MOI-SAI              PIC X(06).
       01 WS-DAT-JOU              PIC X(10).
       01 WS-DAT-JOU-DEC REDEFINES WS-DAT-JOU.
           05 WS-ANN-JOU          PIC 9(04).
           05 WS-MOI-JOU          PIC 9(02).
           05 FILLER              PIC X(04).
       01 WS-ANN                  PIC 9(04).
       01 WS-MOI                  PIC 9(02).
       01 WS-MOI-EDT              PIC X(06).
       01 WS-MOI-EDT-DEC REDEFINES WS-MOI-EDT.
           05 WS-MOI-EDT-ANN      PIC 9(04).
           05 WS-MOI-EDT-MOI      PIC 9(02).
      * Premier jour du mois suivant, borne haute exclusive du mois,
      * et premier mois de la fenêtre de 12 mois.
       01 WS-MOI-SUI-EDT          PIC X(06).
       01 WS-MOI-SUI-DEC REDEFINES WS-MOI-SUI-EDT.
           05 WS-ANN-SUI          PIC 9(04).
           05 WS-MOI-SUI          PIC 9(02).
       01 WS-MOI-D12-EDT          PIC X(06).
       01 WS-MOI-D12-DEC REDEFINES WS-MOI-D12-EDT.
           05 WS-ANN-D12          PIC 9(04).
           05 WS-MOI-D12          PIC 9(02).

      * Société éditée et nom de l'édition ("calnomcpt").
       01 WS-SOC-SAI              PIC X(02).
       01 WS-RAI-SOC              PIC X(50).
       01 WS-NOM-BAS              PIC X(20)
                                  VALUE "variation_prix_achat".
       01 WS-NOM-SOC              PIC X(20).
       01 WS-NOM-FIC              PIC X(40).
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-SOC==.

       01 WS-ETT-LCT              PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Totaux du mois (fournisseurs), des hausses signalées.
       01 WS-TOT-FAC              PIC S9(11)V99 VALUE 0.
       01 WS-TOT-REF              PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SUR              PIC S9(11)V99 VALUE 0.
       01 WS-NBR-HAU              PIC 9(05) VALUE 0.

      * Indice de la ligne en cours : fournisseur et 12 mois.
       01 WS-IDF-FOU-CRT          PIC 9(10).
       01 WS-NOM-FOU-CRT          PIC X(50).
       01 WS-TAB-IDX.
           05 WS-IDX-MOI          OCCURS 12 TIMES.
               10 WS-IDX-FAC      PIC S9(11)V99.
               10 WS-IDX-REF      PIC S9(11)V99.
       77 WS-IDX                  PIC 9(02).
       01 WS-IDX-VAL              PIC 9(03)V9.
       01 WS-IDX-VAL-EDT          PIC ZZ9.9.
       01 WS-IDX-CEL              PIC X(06).
       01 WS-LGN-IDX              PIC X(132).
       01 WS-PTR                  PIC 9(03).
       01 WS-ANN-EDT              PIC 9(04).

      * Ligne d'écart (fournisseur, catégorie, total).
       01 WS-LIB-EDT              PIC X(30).
       01 WS-MNT-ECT              PIC S9(11)V99.
       01 WS-PCT-ECT              PIC S9(05)V99.
       01 WS-FAC-EDT              PIC Z(09)9.99-.
       01 WS-REF-EDT              PIC Z(09)9.99-.
       01 WS-ECT-EDT              PIC Z(09)9.99-.
       01 WS-PCT-EDT              PIC Z(04)9.99-.

      * Ligne de hausse.
       01 WS-IDF-PIE-EDT          PIC Z(09)9.
       01 WS-NOM-PIE-EDT          PIC X(28).
       01 WS-PRI-BAS-EDT          PIC Z(06)9.99.
       01 WS-PRI-ACT-EDT          PIC Z(06)9.99.
       01 WS-QTE-EDT              PIC Z(06)9.
       01 WS-SUR-EDT              PIC Z(08)9.99-.
       01 WS-SEU-EDT              PIC Z(04)9.

       PROCEDURE DIVISION.

           PERFORM 0050-LIR-SOC-DEB
              THRU 0050-LIR-SOC-FIN.

           IF RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-INI-MOI-DEB
              THRU 0100-INI-MOI-FIN.

           OPEN OUTPUT FIC-VAR.

           PERFORM 0200-NTE-VAR-DEB
              THRU 0200-NTE-VAR-FIN.

      * Écarts par fournisseur, total du mois.
           MOVE "ECARTS DU MOIS PAR FOURNISSEUR" TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           PERFORM 0250-TTR-ECT-DEB
              THRU 0250-TTR-ECT-FIN.

           EXEC SQL OPEN CUR-FOU END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-FOU
                   INTO :PG-LIB, :PG-MNT-FAC, :PG-MNT-REF
               END-EXEC

               IF SQLCODE = 0
                   ADD PG-MNT-FAC TO WS-TOT-FAC
                   ADD PG-MNT-REF TO WS-TOT-REF
                   PERFORM 0300-LGN-ECT-DEB
                      THRU 0300-LGN-ECT-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-FOU END-EXEC.

           MOVE "TOTAL DU MOIS" TO PG-LIB.
           MOVE WS-TOT-FAC TO PG-MNT-FAC.
           MOVE WS-TOT-REF TO PG-MNT-REF.
           PERFORM 0300-LGN-ECT-DEB
              THRU 0300-LGN-ECT-FIN.

      * Écarts par catégorie.
           MOVE " " TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE "ECARTS DU MOIS PAR CATEGORIE" TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           PERFORM 0250-TTR-ECT-DEB
              THRU 0250-TTR-ECT-FIN.

           EXEC SQL OPEN CUR-CAT END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-CAT
                   INTO :PG-LIB, :PG-MNT-FAC, :PG-MNT-REF
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0300-LGN-ECT-DEB
                      THRU 0300-LGN-ECT-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-CAT END-EXEC.

      * Indice des prix sur 12 mois.
           PERFORM 0400-IDX-PRI-DEB
              THRU 0400-IDX-PRI-FIN.

      * Pièces en hausse depuis la dernière révision de prix.
           PERFORM 0600-HAU-PRI-DEB
              THRU 0600-HAU-PRI-FIN.

           CLOSE FIC-VAR.

           DISPLAY "edtvarach : derive des prix d'achat " WS-MOI-EDT
               ", " WS-NBR-HAU " piece(s) en hausse, edition dans "
               FUNCTION TRIM(WS-NOM-FIC).

           MOVE 0 TO RETURN-CODE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Société éditée : lue en entrée après le mois (01 à défaut) et
      * contrôlée par "lirsoc" ; une société inconnue arrête l'édition
      * (code retour 8). Le mois est lu d'abord.
       0050-LIR-SOC-DEB.

           ACCEPT WS-MOI-SAI.
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
               DISPLAY "edtvarach : societe " PG-IDF-SOC " inconnue"
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

           MOVE 0 TO RETURN-CODE.

       0050-LIR-SOC-FIN.

      *-----------------------------------------------------------------
      * Détermine le mois traité, ses bornes, la fenêtre de 12 mois et
      * le seuil de hausse.
       0100-INI-MOI-DEB.

           IF WS-MOI-SAI IS NUMERIC AND WS-MOI-SAI NOT = "000000"
               MOVE WS-MOI-SAI TO WS-MOI-EDT
           ELSE
               ACCEPT WS-DAT-JOU FROM DATE YYYYMMDD
               MOVE WS-ANN-JOU TO WS-ANN
               MOVE WS-MOI-JOU TO WS-MOI
               IF WS-MOI = 1
                   SUBTRACT 1 FROM WS-ANN
                   MOVE 12 TO WS-MOI
               ELSE
                   SUBTRACT 1 FROM WS-MOI
               END-IF
               MOVE WS-ANN TO WS-MOI-EDT-ANN
               MOVE WS-MOI TO WS-MOI-EDT-MOI
           END-IF.

           STRING WS-MOI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-DEB
           END-STRING.

      * Borne haute exclusive : premier jour du mois suivant (les
      * mois n'ayant pas tous 31 jours).
           MOVE WS-MOI-EDT-ANN TO WS-ANN.
           MOVE WS-MOI-EDT-MOI TO WS-MOI.
           IF WS-MOI = 12
               ADD 1 TO WS-ANN
               MOVE 1 TO WS-MOI
           ELSE
               ADD 1 TO WS-MOI
           END-IF.

           MOVE WS-ANN TO WS-ANN-SUI.
           MOVE WS-MOI TO WS-MOI-SUI.

           STRING WS-MOI-SUI-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-FIN
           END-STRING.

      * Fenêtre de l'indice : le mois suivant, un an plus tôt.
           SUBTRACT 1 FROM WS-ANN GIVING WS-ANN-D12.
           MOVE WS-MOI TO WS-MOI-D12.

           STRING WS-MOI-D12-EDT DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
                  INTO PG-DAT-D12
           END-STRING.

           COMPUTE PG-RNG-D12 = WS-ANN-D12 * 12 + WS-MOI-D12.

      * Seuil de hausse configuré, 5 % à défaut.
           EXEC SQL
               SELECT valeur_prm
               INTO :PG-SEU-VAR
               FROM parametre_secu
               WHERE cle_prm = 'seuil_var_ach'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-SEU-VAR = 0
               MOVE 5 TO PG-SEU-VAR
           END-IF.

       0100-INI-MOI-FIN.

      *-----------------------------------------------------------------
      * Écrit l'entête de l'édition.
       0200-NTE-VAR-DEB.

           MOVE "DERIVE DES PRIX D'ACHAT" TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE SPACES TO FD-LGN-VAR.
           STRING "Societe : " DELIMITED BY SIZE
                  PG-IDF-SOC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RAI-SOC DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

           MOVE SPACES TO FD-LGN-VAR.
           STRING "Mois : " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

           MOVE "Montants en EUR : facture = prix facture, convenu =
      -    "prix d'achat du catalogue fournisseur" TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE " " TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

       0200-NTE-VAR-FIN.

      *-----------------------------------------------------------------
      * Titres des colonnes d'écart.
       0250-TTR-ECT-DEB.

           MOVE
      -    "Libelle                              Facture        Conve
      -    "nu         Ecart  Ecart %"
               TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

       0250-TTR-ECT-FIN.

      *-----------------------------------------------------------------
      * Ligne d'écart : facturé, convenu, écart et écart en % du
      * convenu.
       0300-LGN-ECT-DEB.

           COMPUTE WS-MNT-ECT = PG-MNT-FAC - PG-MNT-REF.

           IF PG-MNT-REF NOT = 0
               COMPUTE WS-PCT-ECT ROUNDED =
                   WS-MNT-ECT * 100 / PG-MNT-REF
           ELSE
               MOVE 0 TO WS-PCT-ECT
           END-IF.

           MOVE PG-LIB     TO WS-LIB-EDT.
           MOVE PG-MNT-FAC TO WS-FAC-EDT.
           MOVE PG-MNT-REF TO WS-REF-EDT.
           MOVE WS-MNT-ECT TO WS-ECT-EDT.
           MOVE WS-PCT-ECT TO WS-PCT-EDT.

           MOVE SPACES TO FD-LGN-VAR.
           STRING WS-LIB-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FAC-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REF-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ECT-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PCT-EDT DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

       0300-LGN-ECT-FIN.

      *-----------------------------------------------------------------
      * Indice des prix sur 12 mois, une ligne par fournisseur puis
      * l'ensemble : rupture sur le fournisseur, un mois par colonne.
       0400-IDX-PRI-DEB.

           MOVE " " TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE SPACES TO FD-LGN-VAR.
           STRING "INDICE DES PRIX D'ACHAT SUR 12 MOIS (100 = prix con"
                  DELIMITED BY SIZE
                  "venu), du " DELIMITED BY SIZE
                  WS-MOI-D12-EDT DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  WS-MOI-EDT DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

      * Titres des colonnes : les 12 mois, du plus ancien (MM/AA).
           MOVE SPACES TO WS-LGN-IDX.
           MOVE "Fournisseur" TO WS-LIB-EDT.
           MOVE 1 TO WS-PTR.

           STRING WS-LIB-EDT DELIMITED BY SIZE
                  INTO WS-LGN-IDX
                  WITH POINTER WS-PTR
           END-STRING.

           MOVE WS-ANN-D12 TO WS-ANN.
           MOVE WS-MOI-D12 TO WS-MOI.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
               MOVE WS-ANN TO WS-ANN-EDT
               STRING " " DELIMITED BY SIZE
                      WS-MOI DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANN-EDT(3:2) DELIMITED BY SIZE
                      INTO WS-LGN-IDX
                      WITH POINTER WS-PTR
               END-STRING
               IF WS-MOI = 12
                   ADD 1 TO WS-ANN
                   MOVE 1 TO WS-MOI
               ELSE
                   ADD 1 TO WS-MOI
               END-IF
           END-PERFORM.

           MOVE WS-LGN-IDX TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE 9999999999 TO WS-IDF-FOU-CRT.
           PERFORM 0450-RAZ-IDX-DEB
              THRU 0450-RAZ-IDX-FIN.

           EXEC SQL OPEN CUR-IDX END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-IDX
                   INTO :PG-IDF-FOU, :PG-LIB, :PG-RNG-MOI,
                        :PG-MNT-FAC, :PG-MNT-REF
               END-EXEC

               IF SQLCODE = 0
                   IF PG-IDF-FOU NOT = WS-IDF-FOU-CRT
                       IF WS-IDF-FOU-CRT NOT = 9999999999
                           PERFORM 0500-LGN-IDX-DEB
                              THRU 0500-LGN-IDX-FIN
                       END-IF
                       PERFORM 0450-RAZ-IDX-DEB
                          THRU 0450-RAZ-IDX-FIN
                       MOVE PG-IDF-FOU TO WS-IDF-FOU-CRT
                       MOVE PG-LIB     TO WS-NOM-FOU-CRT
                   END-IF
                   IF PG-RNG-MOI >= 1 AND PG-RNG-MOI <= 12
                       MOVE PG-MNT-FAC TO WS-IDX-FAC(PG-RNG-MOI)
                       MOVE PG-MNT-REF TO WS-IDX-REF(PG-RNG-MOI)
                   END-IF
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-IDX END-EXEC.

           IF WS-IDF-FOU-CRT NOT = 9999999999
               PERFORM 0500-LGN-IDX-DEB
                  THRU 0500-LGN-IDX-FIN
           END-IF.

       0400-IDX-PRI-FIN.

      *-----------------------------------------------------------------
      * Remet à zéro les 12 mois de l'indice.
       0450-RAZ-IDX-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
               MOVE 0 TO WS-IDX-FAC(WS-IDX)
               MOVE 0 TO WS-IDX-REF(WS-IDX)
           END-PERFORM.

       0450-RAZ-IDX-FIN.

      *-----------------------------------------------------------------
      * Ligne d'indice : le fournisseur puis 12 colonnes, "  -" pour
      * un mois sans achat.
       0500-LGN-IDX-DEB.

           MOVE SPACES TO WS-LGN-IDX.
           MOVE WS-NOM-FOU-CRT TO WS-LIB-EDT.
           MOVE 1 TO WS-PTR.

           STRING WS-LIB-EDT DELIMITED BY SIZE
                  INTO WS-LGN-IDX
                  WITH POINTER WS-PTR
           END-STRING.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
               IF WS-IDX-REF(WS-IDX) > 0
                   COMPUTE WS-IDX-VAL ROUNDED =
                       WS-IDX-FAC(WS-IDX) * 100 / WS-IDX-REF(WS-IDX)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-IDX-VAL
                   END-COMPUTE
                   MOVE WS-IDX-VAL TO WS-IDX-VAL-EDT
                   MOVE SPACES TO WS-IDX-CEL
                   MOVE WS-IDX-VAL-EDT TO WS-IDX-CEL(2:5)
               ELSE
                   MOVE "     -" TO WS-IDX-CEL
               END-IF
               STRING WS-IDX-CEL DELIMITED BY SIZE
                      INTO WS-LGN-IDX
                      WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.

           MOVE WS-LGN-IDX TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

       0500-LGN-IDX-FIN.

      *-----------------------------------------------------------------
      * Pièces dont le prix d'achat a monté de plus du seuil depuis la
      * dernière révision du prix de vente, et surcoût du mois.
       0600-HAU-PRI-DEB.

           MOVE " " TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE PG-SEU-VAR TO WS-SEU-EDT.
           MOVE SPACES TO FD-LGN-VAR.
           STRING "PIECES EN HAUSSE DE PLUS DE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEU-EDT) DELIMITED BY SIZE
                  " % DEPUIS LA DERNIERE REVISION DE PRIX"
                  DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

           MOVE
      -    "     Piece Designation                  Revision     Prix
      -    " base   Dernier prix  Qte mois   Surcout mois"
               TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           EXEC SQL OPEN CUR-HAU END-EXEC.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-HAU
                   INTO :PG-IDF-PIE, :PG-LIB, :PG-DAT-REV,
                        :PG-PRI-BAS, :PG-PRI-ACT, :PG-QTE-MOI,
                        :PG-MNT-SUR
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0700-LGN-HAU-DEB
                      THRU 0700-LGN-HAU-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-HAU END-EXEC.

           MOVE " " TO FD-LGN-VAR.
           WRITE FD-LGN-VAR.

           MOVE WS-TOT-SUR TO WS-SUR-EDT.
           MOVE SPACES TO FD-LGN-VAR.
           STRING "Surcout du mois des pieces en hausse : "
                  DELIMITED BY SIZE
                  WS-SUR-EDT DELIMITED BY SIZE
                  " EUR" DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

           IF WS-NBR-HAU > 0
               MOVE "Revision des prix de vente a prevoir (genrevpri)."
                   TO FD-LGN-VAR
           ELSE
               MOVE "Aucune piece au-dessus du seuil." TO FD-LGN-VAR
           END-IF.
           WRITE FD-LGN-VAR.

       0600-HAU-PRI-FIN.

      *-----------------------------------------------------------------
      * Ligne d'une pièce en hausse ; la date de révision est vide
      * quand le prix de base est le premier prix des 12 mois.
       0700-LGN-HAU-DEB.

           IF PG-DAT-REV = SPACES
               MOVE "(12 mois)" TO PG-DAT-REV
           END-IF.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE PG-LIB     TO WS-NOM-PIE-EDT.
           MOVE PG-PRI-BAS TO WS-PRI-BAS-EDT.
           MOVE PG-PRI-ACT TO WS-PRI-ACT-EDT.
           MOVE PG-QTE-MOI TO WS-QTE-EDT.
           MOVE PG-MNT-SUR TO WS-SUR-EDT.

           MOVE SPACES TO FD-LGN-VAR.
           STRING WS-IDF-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOM-PIE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PG-DAT-REV DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRI-BAS-EDT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-PRI-ACT-EDT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTE-EDT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SUR-EDT DELIMITED BY SIZE
                  INTO FD-LGN-VAR
           END-STRING.
           WRITE FD-LGN-VAR.

           ADD PG-MNT-SUR TO WS-TOT-SUR.
           ADD 1 TO WS-NBR-HAU.

       0700-LGN-HAU-FIN.
