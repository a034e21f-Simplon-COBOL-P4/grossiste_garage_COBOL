      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de réglage de la marge minimale de vente d'une  *
      * catégorie de pièces (colonne marge_min_cat de categorie_pie,   *
      * en pourcentage du coût unitaire moyen pondéré ; zéro = retour  *
      * à la marge générale, clé "marge_min_vte" de parametre_secu).   *
      * Le prix plancher d'une ligne de vente ("verprimin") est le     *
      * coût moyen de la pièce majoré de cette marge : en dessous, la  *
      * ligne est refusée sauf dérogation. Journalisé via "ajulog".    *
      * Même ossature que "majeco".                                    *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; MRG=MARGE; CAT=CATEGORIE; PCT=POURCENTAGE;    *
      * IDF=IDENTIFIANT; UTI=UTILISATEUR.                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majmrgcat.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CAT             PIC 9(10).
       01 PG-PCT-MRG             PIC 9(03)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log du réglage.
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "marge_min".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Code retour du contrôle de role, fait par "verrol" en tout
      * début de procedure division (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       LINKAGE SECTION.
      * Arguments d'entrée : la catégorie et sa marge minimale en
      * pourcentage du coût moyen (zéro = retour à la marge générale).
       01 LK-IDF-CAT             PIC 9(10).
       01 LK-PCT-MRG             PIC 9(03)V99.
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
      * Arguments de sortie.
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-CAT,
                                LK-PCT-MRG,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

      *    Contrôle de role avant toute écriture en base.
           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
           ELSE
               PERFORM 0100-MAJ-MRG-DEB
                  THRU 0100-MAJ-MRG-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-MAJ-MRG-DEB.

           MOVE LK-IDF-CAT TO PG-IDF-CAT.
           MOVE LK-PCT-MRG TO PG-PCT-MRG.

           IF LK-IDF-CAT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE categorie_pie
               SET marge_min_cat = NULLIF(:PG-PCT-MRG, 0)
               WHERE id_cat_pie = :PG-IDF-CAT
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET LK-MAJ-RET-FK-ERR TO TRUE
               WHEN SQLCODE NOT = 0
                   EXEC SQL ROLLBACK END-EXEC
                   SET LK-MAJ-RET-ERR TO TRUE
               WHEN OTHER
                   EXEC SQL COMMIT END-EXEC
                   SET LK-MAJ-RET-OK TO TRUE

                   MOVE "reglage de la marge minimale d'une categorie"
                       TO WS-MSG-LOG

                   CALL "ajulog" USING WS-MSG-LOG,
                                       WS-TYP-LOG,
                                       LK-IDF-UTI,
                                       WS-LOG-AJU-RET
                   END-CALL
           END-EVALUATE.

       0100-MAJ-MRG-FIN.
