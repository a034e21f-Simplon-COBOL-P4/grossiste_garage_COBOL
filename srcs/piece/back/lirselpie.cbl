      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme d'aperçu de la mise à jour en masse des pièces  *
      * (écran "ecrmaspie") : à partir du filtre de sélection          *
      * (catégorie, fournisseur principal, dépôt de rattachement,      *
      * début d'emplacement, fragment du nom - voir "selpie"), rend le *
      * nombre de pièces actives sélectionnées et les premières        *
      * d'entre elles avec leurs valeurs actuelles (catégorie,         *
      * fournisseur, dépôt, emplacement, taux de TVA, seuil). La       *
      * sélection est la même que celle appliquée par "majmaspie".     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; SEL=SELECTION; PIE=PIECE; CAT=CATEGORIE;             *
      * FOU=FOURNISSEUR; ENT=ENTREPOT (DEPOT); EMP=EMPLACEMENT;        *
      * TVA=TAXE SUR LA VALEUR AJOUTEE; SUL=SEUIL; NBR=NOMBRE;         *
      * TOT=TOTAL; CPT=COMPTER; CUR=CURSEUR; IDF=IDENTIFIANT;          *
      * NBE=NOMBRE D'ENTREES; IDX=INDEX.                               *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirselpie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-SEL-CAT             PIC 9(10).
       01 PG-SEL-FOU             PIC 9(10).
       01 PG-SEL-ENT             PIC 9(10).
       01 PG-SEL-EMP             PIC X(10).
       01 PG-SEL-NOM             PIC X(30).
       01 PG-NBR-TOT             PIC 9(05).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(30).
       01 PG-IDF-CAT             PIC 9(10).
       01 PG-IDF-FOU             PIC 9(10).
       01 PG-IDF-ENT             PIC 9(10).
       01 PG-EMP-PIE             PIC X(10).
       01 PG-TVA-PIE             PIC 9(02)V99.
       01 PG-SUL-PIE             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Même sélection que "majmaspie" : pièces actives répondant à
      * tous les critères posés, valeurs actuelles des champs que la
      * mise à jour en masse peut modifier.
       EXEC SQL
           DECLARE CUR-SEL CURSOR FOR
               SELECT p.id_pie,
                      CAST(p.nom_pie AS VARCHAR(30)),
                      COALESCE(p.id_cat_pie, 0),
                      COALESCE(p.id_fou, 0),
                      COALESCE(NULLIF(p.id_entrepot, 0), 1),
                      COALESCE(p.emplacement_pie, ''),
                      COALESCE(p.taux_tva_pie, 0),
                      COALESCE(p.seuil_pie, 0)
               FROM piece p
               WHERE p.supprime_le = ''
                 AND (:PG-SEL-CAT = 0 OR p.id_cat_pie = :PG-SEL-CAT)
                 AND (:PG-SEL-FOU = 0 OR p.id_fou = :PG-SEL-FOU)
                 AND (:PG-SEL-ENT = 0
                      OR COALESCE(NULLIF(p.id_entrepot, 0), 1)
                         = :PG-SEL-ENT)
                 AND (BTRIM(:PG-SEL-EMP) = ''
                      OR UPPER(COALESCE(p.emplacement_pie, ''))
                         LIKE UPPER(BTRIM(:PG-SEL-EMP)) || '%')
                 AND (BTRIM(:PG-SEL-NOM) = ''
                      OR UPPER(p.nom_pie)
                         LIKE '%' || UPPER(BTRIM(:PG-SEL-NOM)) || '%')
               ORDER BY p.id_pie
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Filtre de sélection (voir "selpie").
       COPY selpie REPLACING ==:PREFIX:== BY ==LK==.

      * Premières pièces de la sélection, avec leurs valeurs
      * actuelles ; LK-NBE donne en entrée la taille de la page et
      * rend le nombre de lignes remplies.
       01 LK-TAB-SEL.
           05 LK-SEL             OCCURS 6 TIMES.
               10 LK-SEL-IDF     PIC 9(10).
               10 LK-SEL-NOM-PIE PIC X(30).
               10 LK-SEL-IDF-CAT PIC 9(10).
               10 LK-SEL-IDF-FOU PIC 9(10).
               10 LK-SEL-IDF-ENT PIC 9(10).
               10 LK-SEL-EMP-PIE PIC X(10).
               10 LK-SEL-TVA-PIE PIC 9(02)V99.
               10 LK-SEL-SUL-PIE PIC 9(10).
       77 LK-NBE                 PIC 9(02).

      * Nombre total de pièces de la sélection.
       01 LK-NBR-TOT             PIC 9(05).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-SEL-PIE,
                                LK-TAB-SEL,
                                LK-NBE,
                                LK-NBR-TOT,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           MOVE 0 TO LK-NBR-TOT.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-TAB-SEL.

           MOVE LK-SEL-CAT TO PG-SEL-CAT.
           MOVE LK-SEL-FOU TO PG-SEL-FOU.
           MOVE LK-SEL-ENT TO PG-SEL-ENT.
           MOVE LK-SEL-EMP TO PG-SEL-EMP.
           MOVE LK-SEL-NOM TO PG-SEL-NOM.

           PERFORM 0100-CPT-SEL-DEB
              THRU 0100-CPT-SEL-FIN.

           IF NOT LK-LIR-RET-ERR AND LK-NBR-TOT > 0
               PERFORM 0200-LIR-SEL-DEB
                  THRU 0200-LIR-SEL-FIN
           END-IF.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Taille de la sélection entière (la page n'en montre que le
      * début).
       0100-CPT-SEL-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-TOT
               FROM piece p
               WHERE p.supprime_le = ''
                 AND (:PG-SEL-CAT = 0 OR p.id_cat_pie = :PG-SEL-CAT)
                 AND (:PG-SEL-FOU = 0 OR p.id_fou = :PG-SEL-FOU)
                 AND (:PG-SEL-ENT = 0
                      OR COALESCE(NULLIF(p.id_entrepot, 0), 1)
                         = :PG-SEL-ENT)
                 AND (BTRIM(:PG-SEL-EMP) = ''
                      OR UPPER(COALESCE(p.emplacement_pie, ''))
                         LIKE UPPER(BTRIM(:PG-SEL-EMP)) || '%')
                 AND (BTRIM(:PG-SEL-NOM) = ''
                      OR UPPER(p.nom_pie)
                         LIKE '%' || UPPER(BTRIM(:PG-SEL-NOM)) || '%')
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-NBR-TOT TO LK-NBR-TOT
           ELSE
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0100-CPT-SEL-FIN.

      *-----------------------------------------------------------------
       0200-LIR-SEL-DEB.

           EXEC SQL OPEN CUR-SEL END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-SEL
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-IDF-CAT,
                        :PG-IDF-FOU, :PG-IDF-ENT, :PG-EMP-PIE,
                        :PG-TVA-PIE, :PG-SUL-PIE
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-PIE TO LK-SEL-IDF(WS-IDX)
                   MOVE PG-NOM-PIE TO LK-SEL-NOM-PIE(WS-IDX)
                   MOVE PG-IDF-CAT TO LK-SEL-IDF-CAT(WS-IDX)
                   MOVE PG-IDF-FOU TO LK-SEL-IDF-FOU(WS-IDX)
                   MOVE PG-IDF-ENT TO LK-SEL-IDF-ENT(WS-IDX)
                   MOVE PG-EMP-PIE TO LK-SEL-EMP-PIE(WS-IDX)
                   MOVE PG-TVA-PIE TO LK-SEL-TVA-PIE(WS-IDX)
                   MOVE PG-SUL-PIE TO LK-SEL-SUL-PIE(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-SEL END-EXEC.

       0200-LIR-SEL-FIN.
