      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des caractéristiques techniques des  *
      * pièces (tables "attribut_cat" et "valeur_att_pie", cf.         *
      * "majatt") : selon le mode, rend les attributs définis sur une  *
      * catégorie, les attributs de la catégorie d'une pièce avec la   *
      * valeur posée sur la pièce (maintenance, écran "ecratt"), ou    *
      * les pièces portant toutes les valeurs demandées sur un à trois *
      * attributs - la réponse à "une batterie 70 Ah 640 A, + à        *
      * droite" (recherche, écran "ecratt", qui y ajoute le disponible *
      * de "lirdsppie"). Les pièces supprimées ne sortent pas en       *
      * recherche.                                                     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; ATT=ATTRIBUT; CAT=CATEGORIE; PIE=PIECE; VAL=VALEUR;  *
      * UNI=UNITE; NOM=NOM; CRI=CRITERE; CR1/CR2/CR3=CRITERE 1/2/3;    *
      * CHC=CHERCHER; NBE=NOMBRE D'ENTREES; IDX=INDEX; CUR=CURSEUR;    *
      * MOD=MODE; IDF=IDENTIFIANT.                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. liratt.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-CAT             PIC 9(10).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-IDF-ATT             PIC 9(10).
       01 PG-NOM-ATT             PIC X(20).
       01 PG-UNI-ATT             PIC X(10).
       01 PG-VAL-ATT             PIC X(20).
       01 PG-NOM-PIE             PIC X(50).
       01 PG-ATT-CR1             PIC 9(10).
       01 PG-VAL-CR1             PIC X(20).
       01 PG-ATT-CR2             PIC 9(10).
       01 PG-VAL-CR2             PIC X(20).
       01 PG-ATT-CR3             PIC 9(10).
       01 PG-VAL-CR3             PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Attributs définis sur une catégorie (maintenance).
       EXEC SQL
           DECLARE CUR-ATT-CAT CURSOR FOR
               SELECT id_att, nom_att, COALESCE(unite_att, '')
               FROM attribut_cat
               WHERE id_cat_pie = :PG-IDF-CAT
               ORDER BY nom_att, id_att
               FOR READ ONLY
       END-EXEC.

      * Attributs de la catégorie d'une pièce avec la valeur posée
      * sur la pièce (vide si pas encore renseignée).
       EXEC SQL
           DECLARE CUR-ATT-PIE CURSOR FOR
               SELECT a.id_att, a.nom_att, COALESCE(a.unite_att, ''),
                      COALESCE(v.val_att, '')
               FROM piece p
                   JOIN attribut_cat a ON a.id_cat_pie = p.id_cat_pie
                   LEFT JOIN valeur_att_pie v
                       ON v.id_pie = p.id_pie AND v.id_att = a.id_att
               WHERE p.id_pie = :PG-IDF-PIE
               ORDER BY a.nom_att, a.id_att
               FOR READ ONLY
       END-EXEC.

      * Pièces portant toutes les valeurs demandées. Les valeurs se
      * comparent en majuscules et sans espaces, comme les références
      * constructeur ("205/55 R16" = "205/55r16") ; un critère dont
      * l'attribut est à zéro ne filtre pas. La valeur du premier
      * critère est rendue avec la pièce.
       EXEC SQL
           DECLARE CUR-PIE-ATT CURSOR FOR
               SELECT p.id_pie, p.nom_pie,
                      COALESCE((SELECT v.val_att
                                FROM valeur_att_pie v
                                WHERE v.id_pie = p.id_pie
                                  AND v.id_att = :PG-ATT-CR1), '')
               FROM piece p
               WHERE p.supprime_le = ''
                 AND (:PG-ATT-CR1 = 0
                      OR EXISTS (SELECT 1 FROM valeur_att_pie v1
                          WHERE v1.id_pie = p.id_pie
                            AND v1.id_att = :PG-ATT-CR1
                            AND UPPER(REPLACE(v1.val_att, ' ', ''))
                              = UPPER(REPLACE(:PG-VAL-CR1, ' ', ''))))
                 AND (:PG-ATT-CR2 = 0
                      OR EXISTS (SELECT 1 FROM valeur_att_pie v2
                          WHERE v2.id_pie = p.id_pie
                            AND v2.id_att = :PG-ATT-CR2
                            AND UPPER(REPLACE(v2.val_att, ' ', ''))
                              = UPPER(REPLACE(:PG-VAL-CR2, ' ', ''))))
                 AND (:PG-ATT-CR3 = 0
                      OR EXISTS (SELECT 1 FROM valeur_att_pie v3
                          WHERE v3.id_pie = p.id_pie
                            AND v3.id_att = :PG-ATT-CR3
                            AND UPPER(REPLACE(v3.val_att, ' ', ''))
                              = UPPER(REPLACE(:PG-VAL-CR3, ' ', ''))))
               ORDER BY p.nom_pie, p.id_pie
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Mode : 1 = attributs de la catégorie LK-IDF-CAT, 2 = attributs
      * et valeurs de la pièce LK-IDF-PIE, 3 = pièces répondant aux
      * critères (attribut, valeur) de LK-TAB-CRI.
       01 LK-MOD                 PIC 9(01).
           88 LK-MOD-CAT                     VALUE 1.
           88 LK-MOD-PIE                     VALUE 2.
           88 LK-MOD-CHC                     VALUE 3.
       01 LK-IDF-CAT             PIC 9(10).
       01 LK-IDF-PIE             PIC 9(10).

       01 LK-TAB-CRI.
           05 LK-CRI             OCCURS 3 TIMES.
               10 LK-CRI-ATT     PIC 9(10).
               10 LK-CRI-VAL     PIC X(20).

      * Modes 1 et 2 : une ligne par attribut (LK-ATT-PIE à zéro) ;
      * mode 3 : une ligne par pièce, LK-ATT-NOM portant son nom.
       01 LK-TAB-ATT.
           05 LK-ATT             OCCURS 12 TIMES.
               10 LK-ATT-IDF     PIC 9(10).
               10 LK-ATT-PIE     PIC 9(10).
               10 LK-ATT-NOM     PIC X(30).
               10 LK-ATT-VAL     PIC X(20).
               10 LK-ATT-UNI     PIC X(10).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-MOD,
                                LK-IDF-CAT,
                                LK-IDF-PIE,
                                LK-TAB-CRI,
                                LK-TAB-ATT,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-ATT.

           EVALUATE TRUE
               WHEN LK-MOD-CAT
                   PERFORM 0100-LIR-PAR-CAT-DEB
                      THRU 0100-LIR-PAR-CAT-FIN
               WHEN LK-MOD-PIE
                   PERFORM 0200-LIR-PAR-PIE-DEB
                      THRU 0200-LIR-PAR-PIE-FIN
               WHEN OTHER
                   PERFORM 0300-LIR-PAR-CRI-DEB
                      THRU 0300-LIR-PAR-CRI-FIN
           END-EVALUATE.

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

       0100-LIR-PAR-CAT-DEB.

           MOVE LK-IDF-CAT TO PG-IDF-CAT.

           EXEC SQL OPEN CUR-ATT-CAT END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-ATT-CAT
                   INTO :PG-IDF-ATT, :PG-NOM-ATT, :PG-UNI-ATT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-ATT TO LK-ATT-IDF(WS-IDX)
                   MOVE PG-NOM-ATT TO LK-ATT-NOM(WS-IDX)
                   MOVE PG-UNI-ATT TO LK-ATT-UNI(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ATT-CAT END-EXEC.

       0100-LIR-PAR-CAT-FIN.

      *-----------------------------------------------------------------
       0200-LIR-PAR-PIE-DEB.

           MOVE LK-IDF-PIE TO PG-IDF-PIE.

           EXEC SQL OPEN CUR-ATT-PIE END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-ATT-PIE
                   INTO :PG-IDF-ATT, :PG-NOM-ATT, :PG-UNI-ATT,
                        :PG-VAL-ATT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-ATT TO LK-ATT-IDF(WS-IDX)
                   MOVE LK-IDF-PIE TO LK-ATT-PIE(WS-IDX)
                   MOVE PG-NOM-ATT TO LK-ATT-NOM(WS-IDX)
                   MOVE PG-VAL-ATT TO LK-ATT-VAL(WS-IDX)
                   MOVE PG-UNI-ATT TO LK-ATT-UNI(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-ATT-PIE END-EXEC.

       0200-LIR-PAR-PIE-FIN.

      *-----------------------------------------------------------------
       0300-LIR-PAR-CRI-DEB.

      * Sans aucun critère, pas de recherche : on ne liste pas tout
      * le catalogue.
           IF LK-CRI-ATT(1) = 0 AND LK-CRI-ATT(2) = 0
                   AND LK-CRI-ATT(3) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-CRI-ATT(1) TO PG-ATT-CR1.
           MOVE LK-CRI-VAL(1) TO PG-VAL-CR1.
           MOVE LK-CRI-ATT(2) TO PG-ATT-CR2.
           MOVE LK-CRI-VAL(2) TO PG-VAL-CR2.
           MOVE LK-CRI-ATT(3) TO PG-ATT-CR3.
           MOVE LK-CRI-VAL(3) TO PG-VAL-CR3.

           EXEC SQL OPEN CUR-PIE-ATT END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-PIE-ATT
                   INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-VAL-ATT
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE LK-CRI-ATT(1) TO LK-ATT-IDF(WS-IDX)
                   MOVE PG-IDF-PIE TO LK-ATT-PIE(WS-IDX)
                   MOVE PG-NOM-PIE TO LK-ATT-NOM(WS-IDX)
                   MOVE PG-VAL-ATT TO LK-ATT-VAL(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-PIE-ATT END-EXEC.

       0300-LIR-PAR-CRI-FIN.
