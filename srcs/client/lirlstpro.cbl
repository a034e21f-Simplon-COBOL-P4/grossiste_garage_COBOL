      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de liste des prospects pour l'écran "ecrpro" :  *
      * mode 1, les demandes de plafond de crédit en attente de la     *
      * décision de l'administrateur (les plus anciennes d'abord) ;    *
      * mode 2, les prospects ouverts (nouveau, en cours, ouverture de *
      * compte demandée) d'un représentant, ou de tous (représentant   *
      * 0). Rend le nombre total et les premières lignes (identifiant, *
      * nom, ville, statut, plafond demandé). Même ossature que        *
      * "lirselpie".                                                   *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; LST=LISTE; PRO=PROSPECT; MOD=MODE; REP=REPRESENTANT; *
      * VIL=VILLE; STA=STATUT; PLF=PLAFOND; DEM=DEMANDE; NBR=NOMBRE;   *
      * TOT=TOTAL; CPT=COMPTER; CUR=CURSEUR; NBE=NOMBRE D'ENTREES;     *
      * IDF=IDENTIFIANT; IDX=INDEX.                                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. lirlstpro.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-MOD                 PIC 9(01).
       01 PG-IDF-REP             PIC 9(10).
       01 PG-NBR-TOT             PIC 9(05).
       01 PG-IDF-PRO             PIC 9(10).
       01 PG-NOM-PRO             PIC X(30).
       01 PG-VIL-PRO             PIC X(20).
       01 PG-STA-PRO             PIC 9(01).
       01 PG-PLF-DEM             PIC 9(08)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Mode 1 : demandes de plafond en attente de décision, les plus
      * anciennes d'abord. Mode 2 : prospects ouverts (nouveau, en
      * cours, ouverture demandée) d'un représentant (0 = tous).
       EXEC SQL
           DECLARE CUR-LST CURSOR FOR
               SELECT id_pro, CAST(nom_pro AS VARCHAR(30)),
                      CAST(ville_pro AS VARCHAR(20)),
                      COALESCE(statut_pro, 0),
                      COALESCE(plafond_dem_pro, 0)
               FROM prospect
               WHERE (:PG-MOD = 1 AND statut_plf_pro = 1)
                  OR (:PG-MOD = 2 AND statut_pro IN (0, 1, 2)
                      AND (:PG-IDF-REP = 0 OR id_rep = :PG-IDF-REP))
               ORDER BY id_pro
               FOR READ ONLY
       END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.
      * Mode de la liste (1 ou 2) et représentant (mode 2).
       01 LK-MOD                 PIC 9(01).
       01 LK-IDF-REP             PIC 9(10).

      * Premiers prospects de la liste ; LK-NBE donne en entrée la
      * taille de la page et rend le nombre de lignes remplies.
       01 LK-TAB-LST.
           05 LK-LST             OCCURS 6 TIMES.
               10 LK-LST-IDF     PIC 9(10).
               10 LK-LST-NOM     PIC X(30).
               10 LK-LST-VIL     PIC X(20).
               10 LK-LST-STA     PIC 9(01).
               10 LK-LST-PLF-DEM PIC 9(08)V99.
       77 LK-NBE                 PIC 9(02).

      * Nombre total de prospects de la liste.
       01 LK-NBR-TOT             PIC 9(05).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-MOD,
                                LK-IDF-REP,
                                LK-TAB-LST,
                                LK-NBE,
                                LK-NBR-TOT,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           MOVE 0 TO LK-NBR-TOT.
           MOVE SPACES TO LK-LIR-RET.
           INITIALIZE LK-TAB-LST.

           MOVE LK-MOD TO PG-MOD.
           MOVE LK-IDF-REP TO PG-IDF-REP.

           PERFORM 0100-CPT-LST-DEB
              THRU 0100-CPT-LST-FIN.

           IF NOT LK-LIR-RET-ERR AND LK-NBR-TOT > 0
               PERFORM 0200-LIR-LST-DEB
                  THRU 0200-LIR-LST-FIN
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

      * Taille de la liste entière (la page n'en montre que le début).
       0100-CPT-LST-DEB.

           EXEC SQL
               SELECT COUNT(*)
               INTO :PG-NBR-TOT
               FROM prospect
               WHERE (:PG-MOD = 1 AND statut_plf_pro = 1)
                  OR (:PG-MOD = 2 AND statut_pro IN (0, 1, 2)
                      AND (:PG-IDF-REP = 0 OR id_rep = :PG-IDF-REP))
           END-EXEC.

           IF SQLCODE = 0
               MOVE PG-NBR-TOT TO LK-NBR-TOT
           ELSE
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

       0100-CPT-LST-FIN.

      *-----------------------------------------------------------------
       0200-LIR-LST-DEB.

           EXEC SQL OPEN CUR-LST END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE
                   OR WS-IDX >= 6

               EXEC SQL
                   FETCH CUR-LST
                   INTO :PG-IDF-PRO, :PG-NOM-PRO, :PG-VIL-PRO,
                        :PG-STA-PRO, :PG-PLF-DEM
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-PRO TO LK-LST-IDF(WS-IDX)
                   MOVE PG-NOM-PRO TO LK-LST-NOM(WS-IDX)
                   MOVE PG-VIL-PRO TO LK-LST-VIL(WS-IDX)
                   MOVE PG-STA-PRO TO LK-LST-STA(WS-IDX)
                   MOVE PG-PLF-DEM TO LK-LST-PLF-DEM(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-LST END-EXEC.

       0200-LIR-LST-FIN.
