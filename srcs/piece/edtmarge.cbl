      *                                                                *
      * Programme batch (exécution planifiée, mensuelle) qui édite le  *
      * rapport de marge du mois : pour chaque ligne livraison_piece   *
      * des livraisons sortantes terminées du mois, la valorisation de *
      * vente (prix_pie hors taxe, diminué de la remise de la grille   *
      * tarifaire du client comme le fait "calprixpie") est comparée   *
      * au coût d'achat de la pièce (le dernier coût de revient        *
      * approché posé par "repcoutapp" sur une réception - fret,       *
      * douane et frais de port répartis - quand il existe, à défaut   *
      * le prix d'achat le moins cher du catalogue piece_fournisseur,  *
      * converti en euros au taux de la table taux_change pour un      *
      * fournisseur en devise ; 0 si la pièce n'y est pas référencée), *
      * et la marge est totalisée par pièce, par catégorie et par      *
      * client. Le mois est lu en entrée (SYSIN, au format AAAAMM) ; à *
      * défaut, c'est le mois précédent qui est traité, puis la base   *
      * de coût ("C" = coût unitaire moyen pondéré cump_pie, entretenu *
      * par "majcump" ; à défaut la cascade revient approché /         *
      * catalogue). Le prix de vente retenu est la valorisation figée  *
      * à la clôture par "majliv" (promos et grille comprises), à      *
      * défaut le prix catalogue remise déduite. Une livraison directe *
      * ("ajulivdir") porte son propre coût d'achat, figé sur ses      *
      * lignes à la clôture : il prime sur toute autre base de coût.   *
      * Demandée depuis l'écran de génération de document              *
      * ("ecrgendoc"), l'édition passe par la file d'édition           *
      * ("ajuedt", "trtedt") : mois et base viennent alors de la       *
      * demande.                                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; MRG=MARGE; PIE=PIECE; CAT=CATEGORIE; CLI=CLIENT;   *
                                   ORDER BY t.id_cat_pie DESC
                                   LIMIT 1), 0) / 100))),
                      SUM(lp.qt_recue_pie * COALESCE(
                          lp.cout_revient_liv,
                          NULLIF(CASE WHEN :PG-BAS = 'C'
                              THEN COALESCE(p.cump_pie, 0)
                              ELSE 0 END, 0),
                                   ORDER BY t.id_cat_pie DESC
                                   LIMIT 1), 0) / 100))),
                      SUM(lp.qt_recue_pie * COALESCE(
                          lp.cout_revient_liv,
                          NULLIF(CASE WHEN :PG-BAS = 'C'
                              THEN COALESCE(p.cump_pie, 0)
                              ELSE 0 END, 0),
                                   ORDER BY t.id_cat_pie DESC
                                   LIMIT 1), 0) / 100))),
                      SUM(lp.qt_recue_pie * COALESCE(
                          lp.cout_revient_liv,
                          NULLIF(CASE WHEN :PG-BAS = 'C'
                              THEN COALESCE(p.cump_pie, 0)
                              ELSE 0 END, 0),

       01 WS-NBR-LGN              PIC 9(05) VALUE 0.

       COPY utiglb.

       PROCEDURE DIVISION.

           PERFORM 0100-INI-MOI-DEB
           DISPLAY "edtmarge : rapport de marge " WS-MOI-EDT
               " genere dans marge_mensuelle.txt".

           MOVE "marge_mensuelle.txt" TO G-EDT-FIC.

           EXIT PROGRAM.

      ******************************************************************
      * Détermine le mois traité et les bornes de dates.
       0100-INI-MOI-DEB.

      * Base de cout lue en entree apres le mois : "C" = cout
      * unitaire moyen pondere (CUMP), a defaut la cascade cout de
      * revient approche puis prix d'achat catalogue. Lancee depuis
      * la file d'edition ("trtedt"), les deux viennent de la
      * demande : mois en 1:6, base en 7:1.
           IF G-EDT-FIL-OUI
               MOVE G-EDT-PRM(1:6) TO WS-MOI-SAI
               MOVE G-EDT-PRM(7:1) TO WS-BAS-SAI
           ELSE
               ACCEPT WS-MOI-SAI
               ACCEPT WS-BAS-SAI
           END-IF.

           IF WS-BAS-SAI = "C" OR WS-BAS-SAI = "c"
               MOVE "C" TO PG-BAS
