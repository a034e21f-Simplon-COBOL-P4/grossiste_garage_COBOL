      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de mise à jour en masse des données de base des *
      * pièces (écran "ecrmaspie") : applique un seul changement -     *
      * catégorie, fournisseur principal (id_fou), dépôt de            *
      * rattachement (id_entrepot), emplacement, taux de TVA ou seuil  *
      * - à toutes les pièces actives du filtre de sélection           *
      * ("selpie", au moins un critère posé, même sélection que        *
      * l'aperçu "lirselpie"). Chaque pièce passe par le contrôle de   *
      * role "verrol", l'écriture est gardée par sa version (maj_le,   *
      * comme "mjinfpie"), le champ est historisé via "ajuhch" dans la *
      * même transaction et la modification journalisée via "ajulog" ; *
      * un COMMIT par pièce. L'édition "maj_masse_pie.txt" reprend     *
      * chaque pièce avec l'ancienne et la nouvelle valeur et son      *
      * issue (modifiée, inchangée, refus de role, conflit de version, *
      * erreur).                                                       *
      *                                                                *
      *                           TRIGRAMMES                           *
      * MAJ=MISE A JOUR; MAS=MASSE; PIE=PIECE; SEL=SELECTION;          *
      * CAT=CATEGORIE; FOU=FOURNISSEUR; ENT=ENTREPOT (DEPOT);          *
      * EMP=EMPLACEMENT; TVA=TAXE SUR LA VALEUR AJOUTEE; SUL=SEUIL;    *
      * CHP=CHAMP; VAL=VALEUR; NUM=NUMERIQUE; VER=VERSION;             *
      * ANC=ANCIENNE VALEUR; NOU=NOUVELLE VALEUR; HCH=HISTORIQUE DE    *
      * CHAMP; CTL=CONTROLE; SAI=SAISIE; TRT=TRAITEMENT; TRV=TROUVE;   *
      * NTT=ENTETE; EDT=EDITION; LGN=LIGNE; STA=STATUT; REJ=REJET;     *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; FIC=FICHIER;               *
      * IDF=IDENTIFIANT; NBR=NOMBRE; UTI=UTILISATEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. majmaspie.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MAS ASSIGN TO "maj_masse_pie.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIC-MAS.
       01  FD-LGN-MAS                 PIC X(120).

       WORKING-STORAGE SECTION.

      * Contrôle de role, refait pour chaque pièce comme pour une
      * mise à jour unitaire (0=ajout/modification).
       01 WS-NIV-REQ             PIC 9(01) VALUE 0.
       01 WS-ROL-RET             PIC 9(01).
           88 WS-ROL-RET-OK                  VALUE 0.
           88 WS-ROL-RET-REF                 VALUE 1.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-SEL-CAT             PIC 9(10).
       01 PG-SEL-FOU             PIC 9(10).
       01 PG-SEL-ENT             PIC 9(10).
       01 PG-SEL-EMP             PIC X(10).
       01 PG-SEL-NOM             PIC X(30).
       01 PG-CHP-MAS             PIC 9(01).
       01 PG-VAL-NUM             PIC 9(10).
       01 PG-VAL-TVA             PIC 9(02)V99.
       01 PG-VAL-EMP             PIC X(10).
       01 PG-NBR-TRV             PIC 9(05).
       01 PG-IDF-PIE             PIC 9(10).
       01 PG-NOM-PIE             PIC X(30).
      * Jeton de version (maj_le) lu juste avant l'écriture, et
      * valeur du champ en clair avant / après.
       01 PG-VER                 PIC X(26).
       01 PG-ANC                 PIC X(60).
       01 PG-NOU                 PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Pièces de la sélection : mêmes critères que l'aperçu
      * ("lirselpie").
       EXEC SQL
           DECLARE CUR-MAS CURSOR FOR
               SELECT p.id_pie, CAST(p.nom_pie AS VARCHAR(30))
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

       01 WS-ETT-LCT             PIC 9(01).
           88 WS-ETT-LCT-ENC                 VALUE 0.
           88 WS-ETT-LCT-FIN                 VALUE 1.

      * Champ modifiable, par code : nom de colonne (historique des
      * champs) et libellé de l'édition.
       01 WS-TAB-CHP-VAL.
           05 FILLER             PIC X(42) VALUE
               "id_cat_pie                    categorie".
           05 FILLER             PIC X(42) VALUE
               "id_fou                        fournisseur".
           05 FILLER             PIC X(42) VALUE
               "id_entrepot                   depot".
           05 FILLER             PIC X(42) VALUE
               "emplacement_pie               emplacement".
           05 FILLER             PIC X(42) VALUE
               "taux_tva_pie                  taux de TVA".
           05 FILLER             PIC X(42) VALUE
               "seuil_pie                     seuil".
       01 WS-TAB-CHP REDEFINES WS-TAB-CHP-VAL.
           05 WS-CHP             OCCURS 6 TIMES.
               10 WS-CHP-COL     PIC X(30).
               10 WS-CHP-LIB     PIC X(12).

      * Issue de la mise à jour d'une pièce, pour l'édition.
       01 WS-STA-PIE             PIC X(20).

      * Ligne de l'édition.
       01 WS-LGN-MAS.
           05 WS-LGN-IDF         PIC Z(09)9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LGN-NOM         PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LGN-ANC         PIC X(20).
           05 FILLER             PIC X(04) VALUE " -> ".
           05 WS-LGN-NOU         PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LGN-STA         PIC X(20).

       01 WS-NBR-EDT             PIC Z(04)9.
       01 WS-NBR-EDT2            PIC Z(04)9.
       01 WS-VAL-EDT             PIC X(20).
       01 WS-TVA-EDT             PIC Z9.99.
       01 WS-NUM-EDT             PIC Z(09)9.

      * Message et type de log : une ligne par pièce modifiée, comme
      * une mise à jour à l'écran, et une ligne de synthèse.
       01 WS-IDF-PIE-EDT         PIC Z(10).
       01 WS-MSG-LOG             PIC X(100).
       01 WS-TYP-LOG             PIC X(12) VALUE "piece".
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-LOG==.

      * Historique des champs ("ajuhch").
       COPY hchchp REPLACING ==:PREFIX:== BY ==WS==.
       COPY ajuret REPLACING ==:PREFIX:== BY ==WS-HCH==.

       LINKAGE SECTION.
      * Filtre de sélection (voir "selpie") ; au moins un critère
      * doit être posé.
       COPY selpie REPLACING ==:PREFIX:== BY ==LK==.

      * Champ à modifier : 1 = catégorie, 2 = fournisseur principal,
      * 3 = dépôt de rattachement, 4 = emplacement, 5 = taux de TVA,
      * 6 = seuil ; nouvelle valeur dans LK-VAL-NUM (1, 2, 3, 6),
      * LK-VAL-TVA (5) ou LK-VAL-EMP (4).
       01 LK-CHP-MAS             PIC 9(01).
           88 LK-CHP-MAS-CAT                 VALUE 1.
           88 LK-CHP-MAS-FOU                 VALUE 2.
           88 LK-CHP-MAS-ENT                 VALUE 3.
           88 LK-CHP-MAS-EMP                 VALUE 4.
           88 LK-CHP-MAS-TVA                 VALUE 5.
           88 LK-CHP-MAS-SUL                 VALUE 6.
       01 LK-VAL-NUM             PIC 9(10).
       01 LK-VAL-TVA             PIC 9(02)V99.
       01 LK-VAL-EMP             PIC X(10).

      * Identifiant de l'utilisateur connecté, pour le log.
       01 LK-IDF-UTI             PIC 9(10).

      * Arguments de sortie : pièces modifiées, et pièces laissées en
      * l'état (refus de role, modification concurrente, erreur).
       01 LK-NBR-MAJ             PIC 9(05).
       01 LK-NBR-REJ             PIC 9(05).
       COPY majret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-SEL-PIE,
                                LK-CHP-MAS,
                                LK-VAL-NUM,
                                LK-VAL-TVA,
                                LK-VAL-EMP,
                                LK-IDF-UTI,
                                LK-NBR-MAJ,
                                LK-NBR-REJ,
                                LK-MAJ-RET.

           MOVE SPACES TO LK-MAJ-RET.
           MOVE 0 TO LK-NBR-MAJ.
           MOVE 0 TO LK-NBR-REJ.

           PERFORM 0100-CTL-SAI-DEB
              THRU 0100-CTL-SAI-FIN.

           IF LK-MAJ-RET = SPACES
               PERFORM 0200-TRT-SEL-DEB
                  THRU 0200-TRT-SEL-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      * Contrôle de la demande : un critère au moins (pas de mise à
      * jour du catalogue entier par mégarde), un champ connu, une
      * valeur cohérente ; la catégorie et le fournisseur visés
      * doivent exister (FK-ERR sinon).
       0100-CTL-SAI-DEB.

           IF LK-SEL-CAT = 0 AND LK-SEL-FOU = 0 AND LK-SEL-ENT = 0
                   AND LK-SEL-EMP = SPACES AND LK-SEL-NOM = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-CHP-MAS < 1 OR LK-CHP-MAS > 6
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF (LK-CHP-MAS-CAT OR LK-CHP-MAS-FOU OR LK-CHP-MAS-ENT)
                   AND LK-VAL-NUM = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF LK-CHP-MAS-EMP AND LK-VAL-EMP = SPACES
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-SEL-CAT TO PG-SEL-CAT.
           MOVE LK-SEL-FOU TO PG-SEL-FOU.
           MOVE LK-SEL-ENT TO PG-SEL-ENT.
           MOVE LK-SEL-EMP TO PG-SEL-EMP.
           MOVE LK-SEL-NOM TO PG-SEL-NOM.
           MOVE LK-CHP-MAS TO PG-CHP-MAS.
           MOVE LK-VAL-NUM TO PG-VAL-NUM.
           MOVE LK-VAL-TVA TO PG-VAL-TVA.
           MOVE LK-VAL-EMP TO PG-VAL-EMP.

           MOVE 1 TO PG-NBR-TRV.

           EVALUATE TRUE
               WHEN LK-CHP-MAS-CAT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :PG-NBR-TRV
                       FROM categorie_pie
                       WHERE id_cat_pie = :PG-VAL-NUM
                   END-EXEC
               WHEN LK-CHP-MAS-FOU
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :PG-NBR-TRV
                       FROM fournisseur
                       WHERE id_fou = :PG-VAL-NUM
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF PG-NBR-TRV = 0
               SET LK-MAJ-RET-FK-ERR TO TRUE
           END-IF.

       0100-CTL-SAI-FIN.

      *-----------------------------------------------------------------
      * Parcourt la sélection et met à jour les pièces une à une,
      * d'un COMMIT par pièce ; l'édition "maj_masse_pie.txt" garde
      * la trace de chaque pièce (ancienne et nouvelle valeur, issue).
       0200-TRT-SEL-DEB.

           OPEN OUTPUT FIC-MAS.

           PERFORM 0250-NTT-EDT-DEB
              THRU 0250-NTT-EDT-FIN.

           EXEC SQL OPEN CUR-MAS END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-MAJ-RET-ERR TO TRUE
               CLOSE FIC-MAS
               EXIT PARAGRAPH
           END-IF.

           SET WS-ETT-LCT-ENC TO TRUE.

           PERFORM UNTIL WS-ETT-LCT-FIN
               EXEC SQL
                   FETCH CUR-MAS
                   INTO :PG-IDF-PIE, :PG-NOM-PIE
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 0300-MAJ-PIE-DEB
                      THRU 0300-MAJ-PIE-FIN
               ELSE
                   SET WS-ETT-LCT-FIN TO TRUE
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-MAS END-EXEC.

           MOVE LK-NBR-MAJ TO WS-NBR-EDT.
           MOVE LK-NBR-REJ TO WS-NBR-EDT2.

           MOVE SPACES TO FD-LGN-MAS.
           WRITE FD-LGN-MAS.
           STRING FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " piece(s) modifiee(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                  " laissee(s) en l'etat" DELIMITED BY SIZE
                  INTO FD-LGN-MAS
           END-STRING.
           WRITE FD-LGN-MAS.

           CLOSE FIC-MAS.

           SET LK-MAJ-RET-OK TO TRUE.

           MOVE SPACES TO WS-MSG-LOG.
           STRING "mise a jour en masse (" DELIMITED BY SIZE
                  WS-CHP-LIB(LK-CHP-MAS) DELIMITED BY "  "
                  " -> " DELIMITED BY SIZE
                  WS-VAL-EDT DELIMITED BY "  "
                  ") : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT) DELIMITED BY SIZE
                  " piece(s) modifiee(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NBR-EDT2) DELIMITED BY SIZE
                  " en l'etat" DELIMITED BY SIZE
                  INTO WS-MSG-LOG
           END-STRING.
           PERFORM 0900-AJU-LOG-DEB
              THRU 0900-AJU-LOG-FIN.

       0200-TRT-SEL-FIN.

      *-----------------------------------------------------------------
      * En-tête de l'édition : champ modifié et nouvelle valeur.
       0250-NTT-EDT-DEB.

           EVALUATE TRUE
               WHEN LK-CHP-MAS-EMP
                   MOVE LK-VAL-EMP TO WS-VAL-EDT
               WHEN LK-CHP-MAS-TVA
                   MOVE LK-VAL-TVA TO WS-TVA-EDT
                   MOVE WS-TVA-EDT TO WS-VAL-EDT
               WHEN OTHER
                   MOVE LK-VAL-NUM TO WS-NUM-EDT
                   MOVE FUNCTION TRIM(WS-NUM-EDT) TO WS-VAL-EDT
           END-EVALUATE.

           MOVE "MISE A JOUR EN MASSE DES PIECES" TO FD-LGN-MAS.
           WRITE FD-LGN-MAS.

           MOVE SPACES TO FD-LGN-MAS.
           STRING "Champ : " DELIMITED BY SIZE
                  WS-CHP-LIB(LK-CHP-MAS) DELIMITED BY "  "
                  "   Nouvelle valeur : " DELIMITED BY SIZE
                  WS-VAL-EDT DELIMITED BY "  "
                  INTO FD-LGN-MAS
           END-STRING.
           WRITE FD-LGN-MAS.

           MOVE SPACES TO FD-LGN-MAS.
           WRITE FD-LGN-MAS.

           MOVE
      -    "ID piece   Nom                            Avant
      -    "               Apres                Issue"
               TO FD-LGN-MAS.
           WRITE FD-LGN-MAS.

       0250-NTT-EDT-FIN.

      *-----------------------------------------------------------------
      * Mise à jour d'une pièce : contrôle de role, lecture de la
      * version et de la valeur actuelle, écriture gardée par la
      * version (maj_le), historique du champ dans la même
      * transaction, COMMIT puis log. Une pièce qui porte déjà la
      * valeur n'est pas réécrite.
       0300-MAJ-PIE-DEB.

           MOVE SPACES TO PG-ANC.
           MOVE SPACES TO PG-NOU.

           CALL "verrol" USING WS-NIV-REQ, WS-ROL-RET END-CALL.

           IF WS-ROL-RET-REF
               MOVE "REFUS (role)" TO WS-STA-PIE
               ADD 1 TO LK-NBR-REJ
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(CAST(maj_le AS VARCHAR), ''),
                      COALESCE(CAST(CASE CAST(:PG-CHP-MAS AS INTEGER)
                          WHEN 1 THEN CAST(id_cat_pie AS VARCHAR)
                          WHEN 2 THEN CAST(id_fou AS VARCHAR)
                          WHEN 3 THEN CAST(id_entrepot AS VARCHAR)
                          WHEN 4 THEN CAST(emplacement_pie AS VARCHAR)
                          WHEN 5 THEN CAST(taux_tva_pie AS VARCHAR)
                          ELSE CAST(seuil_pie AS VARCHAR)
                      END AS VARCHAR), '')
               INTO :PG-VER, :PG-ANC
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "ERREUR" TO WS-STA-PIE
               ADD 1 TO LK-NBR-REJ
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               UPDATE piece
               SET id_cat_pie = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 1 THEN :PG-VAL-NUM ELSE id_cat_pie END,
                   id_fou = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 2 THEN :PG-VAL-NUM ELSE id_fou END,
                   id_entrepot = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 3 THEN :PG-VAL-NUM ELSE id_entrepot END,
                   emplacement_pie = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 4 THEN :PG-VAL-EMP
                       ELSE emplacement_pie END,
                   taux_tva_pie = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 5 THEN :PG-VAL-TVA ELSE taux_tva_pie END,
                   seuil_pie = CASE CAST(:PG-CHP-MAS AS INTEGER)
                       WHEN 6 THEN :PG-VAL-NUM ELSE seuil_pie END,
                   maj_le = CURRENT_TIMESTAMP
               WHERE id_pie = :PG-IDF-PIE
                 AND COALESCE(CAST(maj_le AS VARCHAR), '')
                     = BTRIM(:PG-VER)
           END-EXEC.

      * Aucune ligne touchée : la fiche a changé entre la lecture de
      * sa version et l'écriture.
           IF SQLCODE = 100
               EXEC SQL ROLLBACK END-EXEC
               MOVE "CONFLIT (version)" TO WS-STA-PIE
               ADD 1 TO LK-NBR-REJ
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ERREUR" TO WS-STA-PIE
               ADD 1 TO LK-NBR-REJ
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL
               SELECT COALESCE(CAST(CASE CAST(:PG-CHP-MAS AS INTEGER)
                          WHEN 1 THEN CAST(id_cat_pie AS VARCHAR)
                          WHEN 2 THEN CAST(id_fou AS VARCHAR)
                          WHEN 3 THEN CAST(id_entrepot AS VARCHAR)
                          WHEN 4 THEN CAST(emplacement_pie AS VARCHAR)
                          WHEN 5 THEN CAST(taux_tva_pie AS VARCHAR)
                          ELSE CAST(seuil_pie AS VARCHAR)
                      END AS VARCHAR), '')
               INTO :PG-NOU
               FROM piece
               WHERE id_pie = :PG-IDF-PIE
           END-EXEC.

      * Valeur inchangée : rien à historiser ni à journaliser.
           IF SQLCODE = 0 AND PG-NOU = PG-ANC
               EXEC SQL ROLLBACK END-EXEC
               MOVE "INCHANGEE" TO WS-STA-PIE
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE WS-HCH.
           MOVE PG-IDF-PIE TO WS-HCH-PIE.
           MOVE WS-CHP-COL(LK-CHP-MAS) TO WS-HCH-CHP.
           MOVE PG-ANC TO WS-HCH-ANC.
           MOVE PG-NOU TO WS-HCH-NOU.

           SET WS-HCH-AJU-RET-OK TO TRUE.
           IF SQLCODE = 0
               CALL "ajuhch"
                   USING
                   WS-HCH
                   WS-HCH-AJU-RET
               END-CALL
           ELSE
               SET WS-HCH-AJU-RET-ERR TO TRUE
           END-IF.

           IF NOT WS-HCH-AJU-RET-OK
               EXEC SQL ROLLBACK END-EXEC
               MOVE "ERREUR" TO WS-STA-PIE
               ADD 1 TO LK-NBR-REJ
               PERFORM 0400-LGN-EDT-DEB
                  THRU 0400-LGN-EDT-FIN
               EXIT PARAGRAPH
           END-IF.

           EXEC SQL COMMIT END-EXEC.

           MOVE "MODIFIEE" TO WS-STA-PIE.
           ADD 1 TO LK-NBR-MAJ.
           PERFORM 0400-LGN-EDT-DEB
              THRU 0400-LGN-EDT-FIN.

           MOVE PG-IDF-PIE TO WS-IDF-PIE-EDT.
           MOVE SPACES TO WS-MSG-LOG.
           STRING "[" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IDF-PIE-EDT) DELIMITED BY SIZE
                  "] Mise a jour en masse : " DELIMITED BY SIZE
                  WS-CHP-LIB(LK-CHP-MAS) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  PG-ANC DELIMITED BY "  "
                  " -> " DELIMITED BY SIZE
                  PG-NOU DELIMITED BY "  "
                  INTO WS-MSG-LOG
           END-STRING.
           PERFORM 0900-AJU-LOG-DEB
              THRU 0900-AJU-LOG-FIN.

       0300-MAJ-PIE-FIN.

      *-----------------------------------------------------------------
       0400-LGN-EDT-DEB.

           MOVE PG-IDF-PIE TO WS-LGN-IDF.
           MOVE PG-NOM-PIE TO WS-LGN-NOM.
           MOVE PG-ANC TO WS-LGN-ANC.
           MOVE PG-NOU TO WS-LGN-NOU.
           MOVE WS-STA-PIE TO WS-LGN-STA.

           MOVE WS-LGN-MAS TO FD-LGN-MAS.
           WRITE FD-LGN-MAS.

       0400-LGN-EDT-FIN.

      *-----------------------------------------------------------------
       0900-AJU-LOG-DEB.

           CALL "ajulog" USING WS-MSG-LOG,
                               WS-TYP-LOG,
                               LK-IDF-UTI,
                               WS-LOG-AJU-RET
           END-CALL.

       0900-AJU-LOG-FIN.
