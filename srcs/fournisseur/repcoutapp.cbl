      * coût de base à la clôture). Le tout validé d'un seul COMMIT    *
      * et journalisé via "ajulog".                                    *
      *                                                                *
      * Livraison directe ("ajulivdir") : la pièce n'est jamais entrée *
      * en stock, le CUMP n'est pas touché ; le coût de revient        *
      * approché est reporté sur la ligne de la sortante client liée.  *
      *                                                                *
      * Réception en dépôt fournisseur (csg_liv = 1) : la marchandise  *
      * reste au fournisseur, le coût de revient est écrit sur la      *
      * ligne mais le CUMP n'est pas touché.                           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * REP=REPARTITION; CUT=COUT; APP=APPROCHE; LIV=LIVRAISON;        *
      * PIE=PIECE; QTE=QUANTITE; VAL=VALEUR; BAS=BASE; TOT=TOTAL;      *
      * MOD=MODE; RVT=REVIENT; CUR=CURSEUR; LCT=LECTURE; ETT=ETAT;     *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR; STA=STATUT; QP=QUOTE-PART;   *
      * DIR=DIRECTE; CSG=CONSIGNATION.                                 *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-CUT-RVT             PIC 9(08)V99.
       01 PG-CUT-AVT             PIC 9(08)V99.
       01 PG-DLT-LGN             PIC S9(12)V99.
      * Livraison directe ("ajulivdir") : la piece n'est pas entree en
      * stock, le cout de revient va sur la ligne de la sortante liee.
       01 PG-DIR-LIV             PIC 9(01).
       01 PG-IDF-LIV-DIR         PIC 9(10).
      * Reception en depot fournisseur (csg_liv = 1) : la marchandise
      * n'est pas a nous, le CUMP n'est pas touche.
       01 PG-CSG-LIV             PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           END-IF.

           EXEC SQL
               SELECT statut_liv, COALESCE(id_fou, 0),
                      COALESCE(directe_liv, 0), COALESCE(id_liv_dir, 0),
                      COALESCE(csg_liv, 0)
               INTO :PG-STA-LIV, :PG-IDF-FOU,
                    :PG-DIR-LIV, :PG-IDF-LIV-DIR, :PG-CSG-LIV
               FROM livraison
               WHERE id_liv = :PG-IDF-LIV
           END-EXEC.
               EXIT PARAGRAPH
           END-IF.

      * Livraison directe : rien n'est entre en stock, le CUMP n'est
      * pas touche ; le cout de revient est reporte sur la ligne de
      * la sortante client liee, que l'edition de marge relit.
           IF PG-DIR-LIV = 1
               EXEC SQL
                   UPDATE livraison_piece
                   SET cout_revient_liv = :PG-CUT-RVT
                   WHERE id_liv = :PG-IDF-LIV-DIR
                     AND id_pie = :PG-IDF-PIE
               END-EXEC

               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET WS-ETT-ERR-OUI TO TRUE
               END-IF

               EXIT PARAGRAPH
           END-IF.

      * Les couts d'approche arrivent apres la cloture : le CUMP de
      * la reception ("majcump") a ete calcule au cout de base, sans
      * le fret. L'ecart de cout de la ligne est donc refondu dans
      * le CUMP, etale sur le stock du moment (pieces deja
      * revendues : l'ecart reste en marge, comme pour toute
      * regularisation tardive). Meme transaction : tout ou rien.
      * Une reception en depot fournisseur n'est pas entree au CUMP
      * ("majliv") : il n'y a rien a y refondre.
           IF PG-CSG-LIV = 1
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PG-DLT-LGN ROUNDED =
               (PG-CUT-RVT - PG-CUT-AVT) * PG-QTE-RCP.

