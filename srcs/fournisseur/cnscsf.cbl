      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme compagnon de "majpie" pour le dépôt fournisseur *
      * (stock qui appartient au fournisseur, posé dans nos dépôts,    *
      * table consigne_fou) : ce stock est compris dans qt_pie mais    *
      * tenu à part, et notre propre stock est consommé en premier.    *
      * Après chaque mouvement qui fait baisser le stock d'une pièce   *
      * (vente, consommation atelier, assemblage, inventaire,          *
      * backorder honoré), tout ce qui est en dépôt au-delà du stock   *
      * physique restant a forcément été consommé : cette quantité     *
      * quitte le dépôt du fournisseur et est enregistrée en           *
      * consommation (consigne_fou_conso, au prix d'achat de son       *
      * catalogue), que l'autofacturation mensuelle ("genafcfou") lui  *
      * facturera. Validé par son propre COMMIT, comme les mouvements  *
      * de "majpie".                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * CNS=CONSOMMATION; CSF=CONSIGNE FOURNISSEUR (DEPOT              *
      * FOURNISSEUR); PIE=PIECE; FOU=FOURNISSEUR; QTE=QUANTITE;        *
      * STK=STOCK; EXC=EXCEDENT; IMP=IMPUTATION; CLC=CALCUL;           *
      * UTI=UTILISATEUR; LCT=LECTURE; ETT=ETAT; IDF=IDENTIFIANT.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. cnscsf.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-QTE-STK             PIC 9(10).
       01 PG-QTE-CSF             PIC 9(10).
       01 PG-QTE-FOU             PIC 9(10).
       01 PG-QTE-CNS             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Quantité consommée sur le dépôt fournisseur restant à
      * imputer (dépôt total moins stock physique restant).
       01 WS-QTE-EXC             PIC S9(10).

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la pièce dont le stock vient de baisser,
      * l'utilisateur à l'origine du mouvement.
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-PIE,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-IDF-UTI TO PG-IDF-UTI.

           PERFORM 0100-CLC-EXC-DEB
              THRU 0100-CLC-EXC-FIN.

           IF LK-MAJ-RET-OK AND WS-QTE-EXC > 0
               PERFORM 0200-IMP-CNS-DEB
                  THRU 0200-IMP-CNS-FIN

               IF LK-MAJ-RET-OK
                   EXEC SQL COMMIT END-EXEC
               ELSE
                   EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Stock physique restant de la pièce et total en dépôt chez nous
      * pour le compte des fournisseurs : ce qui dépasse le stock a
      * forcément été consommé.
       0100-CLC-EXC-DEB.

           MOVE 0 TO WS-QTE-EXC.

           EXEC SQL
               SELECT p.qt_pie,
                      COALESCE((SELECT SUM(cf.qte_csf)
                                FROM consigne_fou cf
                                WHERE cf.id_pie = p.id_pie), 0)
               INTO :PG-QTE-STK, :PG-QTE-CSF
               FROM piece p
               WHERE p.id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET LK-MAJ-RET-OK TO TRUE.
           COMPUTE WS-QTE-EXC = PG-QTE-CSF - PG-QTE-STK.

       0100-CLC-EXC-FIN.

      *-----------------------------------------------------------------
      * Impute l'excédent aux dépôts des fournisseurs de la pièce, par
      * identifiant de fournisseur croissant : chaque quantité
      * imputée quitte le dépôt (consigne_fou) et devient une
      * consommation à autofacturer (consigne_fou_conso), valorisée
      * au prix d'achat du catalogue du fournisseur.
       0200-IMP-CNS-DEB.

           MOVE 0 TO PG-IDF-FOU.
           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN OR WS-QTE-EXC <= 0
                            OR NOT LK-MAJ-RET-OK
               EXEC SQL
                   SELECT COALESCE(MIN(id_fou), 0)
                   INTO :PG-IDF-FOU
                   FROM consigne_fou
                   WHERE id_pie = :PG-IDF-PIE
                     AND qte_csf > 0
                     AND id_fou > :PG-IDF-FOU
               END-EXEC

               IF SQLCODE NOT = 0 OR PG-IDF-FOU = 0
                   SET WS-ETT-LCT-FIN TO TRUE
               ELSE
                   PERFORM 0250-IMP-FOU-DEB
                      THRU 0250-IMP-FOU-FIN
               END-IF
           END-PERFORM.

       0200-IMP-CNS-FIN.

      *-----------------------------------------------------------------
       0250-IMP-FOU-DEB.

           EXEC SQL
               SELECT qte_csf
               INTO :PG-QTE-FOU
               FROM consigne_fou
               WHERE id_fou = :PG-IDF-FOU
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-QTE-FOU < WS-QTE-EXC
               MOVE PG-QTE-FOU TO PG-QTE-CNS
           ELSE
               MOVE WS-QTE-EXC TO PG-QTE-CNS
           END-IF.

           EXEC SQL
               UPDATE consigne_fou
               SET qte_csf = qte_csf - :PG-QTE-CNS
               WHERE id_fou = :PG-IDF-FOU
                 AND id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO consigne_fou_conso
                       (id_fou, id_pie, qte_cns, prix_cns, date_cns,
                        id_uti)
                   VALUES (:PG-IDF-FOU, :PG-IDF-PIE, :PG-QTE-CNS,
                           COALESCE(
                               (SELECT pf.prix_achat_pf
                                FROM piece_fournisseur pf
                                WHERE pf.id_fou = :PG-IDF-FOU
                                  AND pf.id_pie = :PG-IDF-PIE), 0),
                           CURRENT_DATE, :PG-IDF-UTI)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
           ELSE
               SUBTRACT PG-QTE-CNS FROM WS-QTE-EXC
           END-IF.

       0250-IMP-FOU-FIN.
