      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de tenue des caractéristiques techniques des    *
      * pièces : définition d'un attribut sur une catégorie (table     *
      * "attribut_cat" : id_att, id_cat_pie, nom_att, unite_att -      *
      * "Capacite" en Ah, "Largeur" en mm), pose ou remplacement de la *
      * valeur d'un attribut sur une pièce (table "valeur_att_pie" :   *
      * id_pie, id_att, val_att) et retrait de cette valeur. Une       *
      * valeur ne se pose que si l'attribut est défini sur la          *
      * catégorie de la pièce ; l'attribut peut être désigné par son   *
      * nom (import catalogue "impcatpie"). Alimenté par l'écran       *
      * "ecratt", journalisé via "ajulog".                             *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; ATT=ATTRIBUT; CAT=CATEGORIE; PIE=PIECE;       *
      * VAL=VALEUR; UNI=UNITE; NOM=NOM; DEF=DEFINIR; SUP=SUPPRIMER;    *
      * ACT=ACTION; IDF=IDENTIFIANT; UTI=UTILISATEUR; NBR=NOMBRE;      *
      * EDT=EDITION.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majatt.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Contrôle de role avant toute écriture en base.
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK               VALUE 0.
           88 WS-ROL-RET-REF              VALUE 1.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-ATT             PIC 9(10).
       01 PG-IDF-CAT             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-ATT             PIC X(20).
       01 PG-UNI-ATT             PIC X(10).
       01 PG-VAL-ATT             PIC X(20).
       01 PG-NBR-ATT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Message et type de log de la mise à jour.
       01 WS-IDF-EDT             PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "attribut".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

       LINKAGE SECTION.
      * Action : 1 = définir l'attribut LK-NOM-ATT (unité LK-UNI-ATT)
      * sur la catégorie LK-IDF-CAT, 2 = poser la valeur LK-VAL-ATT
      * de l'attribut sur la pièce LK-IDF-PIE, 3 = retirer cette
      * valeur de la pièce.
       01 LK-TYP-ACT             PIC 9(01).
           88 LK-ACT-DEF                     VALUE 1.
           88 LK-ACT-VAL                     VALUE 2.
           88 LK-ACT-SUP                     VALUE 3.
      * Attribut visé ; à zéro, il est retrouvé par son nom
      * LK-NOM-ATT dans la catégorie de la pièce (import catalogue).
       01 LK-IDF-ATT             PIC 9(10).
       01 LK-IDF-CAT             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).
       01 LK-NOM-ATT             PIC X(20).
       01 LK-UNI-ATT             PIC X(10).
       01 LK-VAL-ATT             PIC X(20).
      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP-ACT,
                                LK-IDF-ATT,
                                LK-IDF-CAT,
                                LK-IDF-PIE,
                                LK-NOM-ATT,
                                LK-UNI-ATT,
                                LK-VAL-ATT,
                                LK-IDF-UTI,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               SET LK-MAJ-RET-ROL-ERR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-IDF-ATT TO PG-IDF-ATT.
           MOVE LK-IDF-CAT TO PG-IDF-CAT.
           MOVE LK-IDF-PIE TO PG-IDF-PIE.
           MOVE LK-NOM-ATT TO PG-NOM-ATT.
           MOVE LK-UNI-ATT TO PG-UNI-ATT.
           MOVE LK-VAL-ATT TO PG-VAL-ATT.

           EVALUATE TRUE
               WHEN LK-ACT-DEF
                   PERFORM 0100-DEF-ATT-DEB
                      THRU 0100-DEF-ATT-FIN
               WHEN LK-ACT-VAL
                   PERFORM 0200-VAL-ATT-DEB
                      THRU 0200-VAL-ATT-FIN
               WHEN LK-ACT-SUP
                   PERFORM 0300-SUP-VAL-DEB
                      THRU 0300-SUP-VAL-FIN
               WHEN OTHER
                   SET LK-MAJ-RET-ERR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Définit un attribut sur une catégorie ; le même nom déjà
      * défini sur la catégorie est refusé (comparaison en
      * majuscules, comme la recherche).
       0100-DEF-ATT-DEB.

           IF LK-IDF-CAT = 0 OR LK-NOM-ATT = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-ATT
               FROM attribut_cat
               WHERE id_cat_pie = :PG-IDF-CAT
                 AND UPPER(BTRIM(nom_att)) = UPPER(BTRIM(:PG-NOM-ATT))
           END-EXEC.

           IF SQLCODE NOT = 0 OR PG-NBR-ATT > 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO attribut_cat
                   (id_cat_pie, nom_att, unite_att)
               VALUES (:PG-IDF-CAT, :PG-NOM-ATT, :PG-UNI-ATT)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               MOVE PG-IDF-CAT TO WS-IDF-EDT
               STRING "attribut " DELIMITED BY SIZE
                      PG-NOM-ATT DELIMITED BY "  "
                      " defini sur la categorie " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               PERFORM 0900-AJU-LOG-DEB
                  THRU 0900-AJU-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-FK-ERR TO TRUE
           END-IF.

       0100-DEF-ATT-FIN.

      *-----------------------------------------------------------------
      * Pose (ou remplace) la valeur d'un attribut sur une pièce.
      * L'attribut doit être défini sur la catégorie de la pièce :
      * sinon, ou pièce/attribut inconnu, FK-ERR.
       0200-VAL-ATT-DEB.

           IF LK-IDF-PIE = 0 OR LK-VAL-ATT = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-IDF-ATT = 0
               EXEC SQL
                   SELECT a.id_att
                   INTO :PG-IDF-ATT
                   FROM attribut_cat a
                       JOIN piece p ON p.id_cat_pie = a.id_cat_pie
                   WHERE p.id_pie = :PG-IDF-PIE
                     AND UPPER(BTRIM(a.nom_att))
                         = UPPER(BTRIM(:PG-NOM-ATT))
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT a.id_att
                   INTO :PG-IDF-ATT
                   FROM attribut_cat a
                       JOIN piece p ON p.id_cat_pie = a.id_cat_pie
                   WHERE p.id_pie = :PG-IDF-PIE
                     AND a.id_att = :PG-IDF-ATT
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM valeur_att_pie
               WHERE id_pie = :PG-IDF-PIE
                 AND id_att = :PG-IDF-ATT
           END-EXEC.

           IF SQLCODE < 0
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               INSERT INTO valeur_att_pie
                   (id_pie, id_att, val_att)
               VALUES (:PG-IDF-PIE, :PG-IDF-ATT, :PG-VAL-ATT)
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               MOVE PG-IDF-PIE TO WS-IDF-EDT
               STRING "caracteristique posee sur la piece "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      PG-VAL-ATT DELIMITED BY "  "
                      INTO WS-MSG-LOG
               END-STRING
               PERFORM 0900-AJU-LOG-DEB
                  THRU 0900-AJU-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0200-VAL-ATT-FIN.

      *-----------------------------------------------------------------
       0300-SUP-VAL-DEB.

           IF LK-IDF-PIE = 0 OR LK-IDF-ATT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               DELETE FROM valeur_att_pie
               WHERE id_pie = :PG-IDF-PIE
                 AND id_att = :PG-IDF-ATT
           END-EXEC.

           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
               SET LK-MAJ-RET-OK TO TRUE

               MOVE PG-IDF-PIE TO WS-IDF-EDT
               STRING "caracteristique retiree de la piece "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IDF-EDT) DELIMITED BY SIZE
                      INTO WS-MSG-LOG
               END-STRING
               PERFORM 0900-AJU-LOG-DEB
                  THRU 0900-AJU-LOG-FIN
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               SET LK-MAJ-RET-ERR TO TRUE
           END-IF.

       0300-SUP-VAL-FIN.

      *-----------------------------------------------------------------
       0900-AJU-LOG-DEB.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0900-AJU-LOG-FIN.
