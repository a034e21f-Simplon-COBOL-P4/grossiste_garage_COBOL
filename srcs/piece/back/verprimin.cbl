      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de contrôle du prix plancher d'une ligne de     *
      * vente : le prix net servi par "calprixpie" (catalogue,         *
      * promotion, grille tarifaire du client, commande ouverte) est   *
      * comparé au coût unitaire moyen pondéré de la pièce (cump_pie,  *
      * entretenu par "majcump") majoré de la marge minimale de sa     *
      * catégorie (colonne marge_min_cat de categorie_pie ; à défaut   *
      * la clé "marge_min_vte" de parametre_secu, 0 à défaut). Une     *
      * pièce sans coût moyen connu n'est pas contrôlée. Une ligne     *
      * sous le plancher est refusée (code 1) sauf si une dérogation   *
      * l'autorise (code 2) : table derogation_prix, posée par         *
      * "ajudrgpri" sur accord d'un utilisateur ayant la fonction      *
      * LIVDRG, pour le même client et la même pièce, à un prix net au *
      * plus égal au prix actuel, depuis moins de N jours (clé         *
      * "validite_drg_pri", 30 à défaut), et pas encore consommée par  *
      * une autre livraison (id_liv_drg). L'identifiant de la          *
      * dérogation est rendu pour que l'appelant la rattache à sa      *
      * livraison. Appelé à la saisie des lignes par "ajulivpi",       *
      * "ajulivpim" et "ajudevpi" (contrôle bloquant) et par les       *
      * écrans de vente "ecrvcomp" et "ecrajliv" (demande de           *
      * dérogation). Lecture seule.                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * VER=VERIFICATION; PRI=PRIX; MIN=MINIMUM; PIE=PIECE;            *
      * CLI=CLIENT; LIV=LIVRAISON; NET=NET; PLC=PLANCHER; CMP=COUT     *
      * MOYEN PONDERE; MRG=MARGE; PCT=POURCENTAGE; DRG=DEROGATION;     *
      * VAL=VALIDITE; CAT=CATALOGUE; REM=REMISE; TVA=TAXE SUR LA       *
      * VALEUR AJOUTEE; CAL=CALCUL; IDF=IDENTIFIANT.                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verprimin.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-CLI             PIC 9(10).
       01 PG-IDF-LIV             PIC 9(10).
       01 PG-PRI-CMP             PIC 9(08)V99.
       01 PG-PCT-MRG             PIC 9(03)V99.
       01 PG-PRI-NET             PIC 9(08)V99.
       01 PG-VAL-DRG             PIC 9(03).
       01 PG-IDF-DRG             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Valorisation de la ligne par "calprixpie" (seul le prix net
      * sert ici).
       01 WS-PRI-CAT             PIC 9(08)V99.
       01 WS-PCT-REM             PIC 9(02)V99.
       01 WS-TVA-PIE             PIC 9(02)V99.
       COPY lirret REPLACING ==:PREFIX:== BY ==WS-PRI==.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce, le client (0 = vente anonyme
      * au comptoir, prix catalogue et promotions) et la livraison qui
      * porte la ligne (0 pour un devis ou une ligne pas encore
      * posée).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-CLI             PIC 9(10).
       01 LK-IDF-LIV             PIC 9(10).
      * Arguments de sortie : prix net de la ligne, prix plancher,
      * coût moyen pondéré, dérogation qui couvre la ligne (0 sinon)
      * et verdict.
       01 LK-PRI-NET             PIC 9(08)V99.
       01 LK-PRI-PLC             PIC 9(08)V99.
       01 LK-PRI-CMP             PIC 9(08)V99.
       01 LK-IDF-DRG             PIC 9(10).
       01 LK-VER-RET             PIC 9(01).
           88 LK-VER-RET-OK                  VALUE 0.
           88 LK-VER-RET-REF                 VALUE 1.
           88 LK-VER-RET-DRG                 VALUE 2.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-CLI,
                                LK-IDF-LIV,
                                LK-PRI-NET,
                                LK-PRI-PLC,
                                LK-PRI-CMP,
                                LK-IDF-DRG,
                                LK-VER-RET.

           SET LK-VER-RET-OK TO TRUE.
           MOVE 0 TO LK-PRI-NET.
           MOVE 0 TO LK-PRI-PLC.
           MOVE 0 TO LK-PRI-CMP.
           MOVE 0 TO LK-IDF-DRG.

           PERFORM 0100-CAL-PLC-DEB
              THRU 0100-CAL-PLC-FIN.

           IF LK-PRI-PLC > 0 AND LK-PRI-NET < LK-PRI-PLC
               PERFORM 0200-LIR-DRG-DEB
                  THRU 0200-LIR-DRG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Prix net de la ligne (catalogue, promotion, grille, commande
      * ouverte) et prix plancher : coût moyen pondéré majoré de la
      * marge minimale de la catégorie (marge_min_cat), à défaut de
      * la marge générale (clé "marge_min_vte" de parametre_secu, 0 à
      * défaut). Une pièce sans coût moyen connu n'est pas contrôlée.
       0100-CAL-PLC-DEB.

           CALL "calprixpie"
               USING
               LK-IDF-PIE
               LK-IDF-CLI
               WS-PRI-CAT
               WS-PCT-REM
               LK-PRI-NET
               WS-TVA-PIE
               WS-PRI-LIR-RET
           END-CALL.

           IF NOT WS-PRI-LIR-RET-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL
               SELECT COALESCE(p.cump_pie, 0),
                      COALESCE(NULLIF(c.marge_min_cat, 0),
                          (SELECT CAST(s.valeur_prm AS NUMERIC)
                           FROM parametre_secu s
                           WHERE s.cle_prm = 'marge_min_vte'),
                          0)
               INTO :PG-PRI-CMP, :PG-PCT-MRG
               FROM piece p
                   LEFT JOIN categorie_pie c
                       ON c.id_cat_pie = p.id_cat_pie
               WHERE p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-PRI-CMP = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE PG-PRI-CMP TO LK-PRI-CMP.

           COMPUTE LK-PRI-PLC ROUNDED =
               PG-PRI-CMP * (1 + PG-PCT-MRG / 100).

           IF LK-PRI-NET < LK-PRI-PLC
               SET LK-VER-RET-REF TO TRUE
           END-IF.

       0100-CAL-PLC-FIN.

      *-----------------------------------------------------------------
      * Recherche une dérogation accordée pour ce client et cette
      * pièce à un prix net au plus égal au prix actuel, encore dans
      * sa durée de validité (clé "validite_drg_pri" de
      * parametre_secu, en jours, 30 à défaut), et pas encore
      * consommée par une autre livraison.
       0200-LIR-DRG-DEB.

           MOVE LK-IDF-CLI TO PG-IDF-CLI.
           MOVE LK-IDF-LIV TO PG-IDF-LIV.
           MOVE LK-PRI-NET TO PG-PRI-NET.

           EXEC SQL
               SELECT valeur_prm
               INTO :PG-VAL-DRG
               FROM parametre_secu
               WHERE cle_prm = 'validite_drg_pri'
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-VAL-DRG = 0
               MOVE 30 TO PG-VAL-DRG
           END-IF.

           EXEC SQL
               SELECT id_drg
               INTO :PG-IDF-DRG
               FROM derogation_prix
               WHERE id_cli = :PG-IDF-CLI
                 AND id_pie = :PG-IDF-PIE
                 AND prix_net_drg <= :PG-PRI-NET
                 AND date_drg >= CURRENT_DATE - :PG-VAL-DRG
                 AND (COALESCE(id_liv_drg, 0) = 0
                      OR (id_liv_drg = :PG-IDF-LIV
                          AND :PG-IDF-LIV <> 0))
               ORDER BY COALESCE(id_liv_drg, 0) DESC, id_drg DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-IDF-DRG TO LK-IDF-DRG
               SET LK-VER-RET-DRG TO TRUE
           END-IF.

       0200-LIR-DRG-FIN.
