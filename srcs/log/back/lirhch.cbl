      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture paginée de l'historique des champs   *
      * d'une fiche : pour une pièce (LK-TYP "PIE"), un client ("CLI") *
      * ou un fournisseur ("FOU"), rend les changements enregistrés    *
      * par "ajuhch" dans "historique_champ" (date, heure, utilisateur,*
      * précision, champ, ancienne et nouvelle valeur), du plus récent *
      * au plus ancien, par page de LK-NBE lignes. Pour une pièce, les *
      * mouvements de stock de "majpie" (quantité avant / après de     *
      * "mouvement_stock", précision = type de mouvement) sont repris  *
      * comme changements du champ qt_pie, sans double écriture.       *
      * Même découpage page/nombre d'entrées que "lirkdxpie".          *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; HCH=HISTORIQUE DE CHAMP; TYP=TYPE DE FICHE;          *
      * IDF=ID; DAT=DATE; HEU=HEURE; UTI=UTILISATEUR; CLE=PRECISION;   *
      * CHP=CHAMP; ANC=ANCIENNE VALEUR; NOU=NOUVELLE VALEUR; PAG=PAGE; *
      * NBE=NOMBRE D'ENTREES; IDX=INDEX; CUR=CURSEUR; OFS=OFFSET.      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirhch.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-TYP                 PIC X(03).
       01 PG-IDF                 PIC 9(10).
       01 PG-DAT                 PIC X(10).
       01 PG-HEU                 PIC X(08).
       01 PG-UTI                 PIC 9(10).
       01 PG-CLE                 PIC X(30).
       01 PG-CHP                 PIC X(30).
       01 PG-ANC                 PIC X(60).
       01 PG-NOU                 PIC X(60).
       01 PG-OFS                 PIC 9(10).
       01 PG-NBE                 PIC 9(02).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.

      * Fiche demandée : type (PIE, CLI, FOU) et identifiant.
       01 LK-TYP                 PIC X(03).
       01 LK-IDF                 PIC 9(10).

       01 LK-TAB-HCH.
           05 LK-HCH             OCCURS 10 TIMES.
               10 LK-HCH-DAT     PIC X(10).
               10 LK-HCH-HEU     PIC X(08).
               10 LK-HCH-UTI     PIC 9(10).
               10 LK-HCH-CLE     PIC X(30).
               10 LK-HCH-CHP     PIC X(30).
               10 LK-HCH-ANC     PIC X(60).
               10 LK-HCH-NOU     PIC X(60).

       77 LK-PAG                 PIC 9(10).
       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-TYP,
                                LK-IDF,
                                LK-TAB-HCH,
                                LK-PAG,
                                LK-NBE,
                                LK-LIR-RET.

      * Initialisation des variables.
           PERFORM 0100-INI-VAR-DEB
              THRU 0100-INI-VAR-FIN.

      * Déclaration et ouverture du curseur.
           PERFORM 0200-DEC-CUR-DEB
              THRU 0200-DEC-CUR-FIN.

      * Lecture des changements de la page demandée.
           PERFORM 0300-FET-HCH-DEB
              THRU 0300-FET-HCH-FIN.

      * Fermeture du curseur.
           PERFORM 0400-FER-CUR-DEB
              THRU 0400-FER-CUR-FIN.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

       0100-INI-VAR-DEB.
           MOVE LK-TYP TO PG-TYP.
           MOVE LK-IDF TO PG-IDF.
           MOVE LK-NBE TO PG-NBE.
           COMPUTE PG-OFS EQUAL LK-PAG * LK-NBE.
           MOVE 0 TO WS-IDX.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-TAB-HCH.
       0100-INI-VAR-FIN.

      *-----------------------------------------------------------------
      * Curseur des changements de la fiche, du plus récent au plus
      * ancien (date et heure au format texte, triables telles
      * quelles).
       0200-DEC-CUR-DEB.
           EXEC SQL
               DECLARE CUR_HCH CURSOR FOR
                   SELECT TO_CHAR(h.date_hch, 'YYYY-MM-DD'),
                          TO_CHAR(h.heure_hch, 'HH24:MI:SS'),
                          COALESCE(h.id_uti, 0),
                          COALESCE(h.cle_hch, ''),
                          h.champ_hch,
                          COALESCE(h.anc_val_hch, ''),
                          COALESCE(h.nou_val_hch, '')
                   FROM historique_champ h
                   WHERE (:PG-TYP = 'PIE' AND h.id_pie = :PG-IDF)
                      OR (:PG-TYP = 'CLI' AND h.id_cli = :PG-IDF)
                      OR (:PG-TYP = 'FOU' AND h.id_fou = :PG-IDF)
                   UNION ALL
                   SELECT TO_CHAR(m.date_mvt, 'YYYY-MM-DD'),
                          TO_CHAR(m.heure_mvt, 'HH24:MI:SS'),
                          COALESCE(m.id_uti, 0),
                          COALESCE(m.typ_mvt, ''),
                          'qt_pie',
                          CAST(m.qte_avant AS VARCHAR),
                          CAST(m.qte_apres AS VARCHAR)
                   FROM mouvement_stock m
                   WHERE :PG-TYP = 'PIE' AND m.id_pie = :PG-IDF
                   ORDER BY 1 DESC, 2 DESC
                   LIMIT :PG-NBE
                   OFFSET :PG-OFS
           END-EXEC.

           EXEC SQL OPEN CUR_HCH END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.
       0200-DEC-CUR-FIN.

      *-----------------------------------------------------------------
       0300-FET-HCH-DEB.
           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR_HCH
                   INTO :PG-DAT, :PG-HEU, :PG-UTI, :PG-CLE,
                        :PG-CHP, :PG-ANC, :PG-NOU
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-DAT TO LK-HCH-DAT(WS-IDX)
                   MOVE PG-HEU TO LK-HCH-HEU(WS-IDX)
                   MOVE PG-UTI TO LK-HCH-UTI(WS-IDX)
                   MOVE PG-CLE TO LK-HCH-CLE(WS-IDX)
                   MOVE PG-CHP TO LK-HCH-CHP(WS-IDX)
                   MOVE PG-ANC TO LK-HCH-ANC(WS-IDX)
                   MOVE PG-NOU TO LK-HCH-NOU(WS-IDX)
               END-IF
           END-PERFORM.

           MOVE WS-IDX TO LK-NBE.

      * Une erreur d'ouverture du curseur (posee en 0200) ne doit pas
      * etre confondue avec une page vide.
           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.
       0300-FET-HCH-FIN.

      *-----------------------------------------------------------------
       0400-FER-CUR-DEB.
           EXEC SQL CLOSE CUR_HCH END-EXEC.
       0400-FER-CUR-FIN.
