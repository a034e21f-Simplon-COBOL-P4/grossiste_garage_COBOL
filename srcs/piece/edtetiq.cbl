      * suivantes), mode 3 = uniquement les pièces dont l'emplacement  *
      * a changé depuis la dernière édition (comparaison avec la       *
      * table "etiquette_imp", mise à jour à chaque passage pour       *
      * servir de référence au suivant), mode 4 = étiquettes des       *
      * emplacements de réserve (emplacement_reserve, identifiant de   *
      * dépôt sur la ligne suivante, 0 = tous) : code de la réserve,   *
      * pièce et casier de prélèvement qu'elle réassortit ; ce mode ne *
      * touche pas à la référence des emplacements imprimés.           *
      *                                                                *
      *                           TRIGRAMMES                           *
      * EDT=EDITER; ETQ=ETIQUETTE; PIE=PIECE; CAT=CATEGORIE;           *
      * EMP=EMPLACEMENT; SEU=SEUIL; MOD=MODE; PLG=PLAGE; CHG=CHANGE;   *
      * IMP=IMPRIME; FIC=FICHIER; LGN=LIGNE; RNG=RANGEE; NBR=NOMBRE;   *
      * LCT=LECTURE; ETT=ETAT; CUR=CURSEUR; GCH=GAUCHE; DRT=DROITE;    *
      * RES=RESERVE; PRL=PRELEVEMENT; ENT=ENTREPOT.                    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 PG-IDF-CAT             PIC 9(10).
       01 PG-EMP-DEB             PIC X(10).
       01 PG-EMP-FIN             PIC X(10).
       01 PG-EMP-PRL             PIC X(10).
       01 PG-IDF-ENT             PIC 9(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               FOR READ ONLY
       END-EXEC.

      * Emplacements de réserve (tous dépôts ou celui demandé), dans
      * l'ordre des codes de réserve.
       EXEC SQL
           DECLARE CUR-ETQ-RES CURSOR FOR
               SELECT p.id_pie, p.nom_pie, r.code_emr,
                      COALESCE(p.emplacement_pie, '')
               FROM emplacement_reserve r
                   JOIN piece p ON p.id_pie = r.id_pie
               WHERE p.supprime_le = ''
                 AND (:PG-IDF-ENT = 0 OR r.id_entrepot = :PG-IDF-ENT)
               ORDER BY r.code_emr, p.id_pie
               FOR READ ONLY
       END-EXEC.

      * Mode de sélection et paramètres, lus en entrée.
       01 WS-MOD-SAI             PIC X(01).
           88 WS-MOD-CAT                     VALUE "1".
           88 WS-MOD-PLG                     VALUE "2".
           88 WS-MOD-CHG                     VALUE "3".
           88 WS-MOD-RES                     VALUE "4".
       01 WS-CAT-SAI             PIC X(10).
       01 WS-ENT-SAI             PIC X(10).
       01 WS-EMP-DEB-SAI         PIC X(10).
       01 WS-EMP-FIN-SAI         PIC X(10).

           05 WS-GCH-NOM         PIC X(50).
           05 WS-GCH-EMP         PIC X(10).
           05 WS-GCH-SEU         PIC 9(10).
           05 WS-GCH-PRL         PIC X(10).
       01 WS-ETT-GCH             PIC 9(01) VALUE 0.
           88 WS-GCH-PLN                     VALUE 1.
           88 WS-GCH-VID                     VALUE 0.
                      THRU 0300-LCT-EMP-FIN
                       UNTIL WS-ETT-LCT-FIN
                   EXEC SQL CLOSE CUR-ETQ-EMP END-EXEC
               WHEN WS-MOD-RES
                   EXEC SQL OPEN CUR-ETQ-RES END-EXEC
                   PERFORM 0450-LCT-RES-DEB
                      THRU 0450-LCT-RES-FIN
                       UNTIL WS-ETT-LCT-FIN
                   EXEC SQL CLOSE CUR-ETQ-RES END-EXEC
               WHEN OTHER
                   EXEC SQL OPEN CUR-ETQ-CHG END-EXEC
                   PERFORM 0400-LCT-CHG-DEB
           CLOSE FIC-ETQ.

      * La référence des emplacements imprimés est reprise pour que
      * le mode "changements" du prochain passage reparte d'ici (les
      * étiquettes de réserve n'impriment pas les casiers).
           IF NOT WS-MOD-RES
               PERFORM 0700-SAV-IMP-DEB
                  THRU 0700-SAV-IMP-FIN
           END-IF.

           DISPLAY "edtetiq : " WS-NBR-ETQ " etiquette(s) editee(s) "
               "dans etiquettes.txt".
                   ACCEPT WS-EMP-FIN-SAI
                   MOVE WS-EMP-DEB-SAI TO PG-EMP-DEB
                   MOVE WS-EMP-FIN-SAI TO PG-EMP-FIN
               WHEN WS-MOD-RES
                   ACCEPT WS-ENT-SAI
                   COMPUTE PG-IDF-ENT =
                       FUNCTION NUMVAL(WS-ENT-SAI)
               WHEN OTHER
                   SET WS-MOD-CHG TO TRUE
           END-EVALUATE.

       0400-LCT-CHG-FIN.

      *-----------------------------------------------------------------
      * L'emplacement de l'étiquette est le code de la réserve, le
      * casier de prélèvement est imprimé à la place du seuil.
       0450-LCT-RES-DEB.

           EXEC SQL
               FETCH CUR-ETQ-RES
               INTO :PG-IDF-PIE, :PG-NOM-PIE, :PG-EMP-PIE,
                    :PG-EMP-PRL
           END-EXEC.

           IF SQLCODE = 0
               PERFORM 0500-TRT-ETQ-DEB
                  THRU 0500-TRT-ETQ-FIN
           ELSE
               SET WS-ETT-LCT-FIN TO TRUE
           END-IF.

       0450-LCT-RES-FIN.

      *-----------------------------------------------------------------
      * Range l'étiquette lue : la première de la rangée attend la
      * seconde, la seconde déclenche l'impression de la rangée.
               MOVE PG-NOM-PIE TO WS-GCH-NOM
               MOVE PG-EMP-PIE TO WS-GCH-EMP
               MOVE PG-SEU-PIE TO WS-GCH-SEU
               MOVE PG-EMP-PRL TO WS-GCH-PRL
               SET WS-GCH-PLN TO TRUE
           ELSE
               SET WS-DRT-PLN TO TRUE
           WRITE FD-LGN-ETQ.

           MOVE SPACES TO WS-LGN-RNG.
           IF WS-MOD-RES
               STRING "Prelev. : " DELIMITED BY SIZE
                      WS-GCH-PRL DELIMITED BY SIZE
                      INTO WS-LGN-RNG(1:40)
               END-STRING
               IF WS-DRT-PLN
                   MOVE "Prelev. : " TO WS-LGN-RNG(42:10)
                   MOVE PG-EMP-PRL TO WS-LGN-RNG(52:10)
               END-IF
           ELSE
               MOVE WS-GCH-SEU TO WS-SEU-EDT
               STRING "Seuil : " DELIMITED BY SIZE
                      WS-SEU-EDT DELIMITED BY SIZE
                      INTO WS-LGN-RNG(1:40)
               END-STRING
               IF WS-DRT-PLN
                   MOVE PG-SEU-PIE TO WS-SEU-EDT
                   MOVE "Seuil : " TO WS-LGN-RNG(42:8)
                   MOVE WS-SEU-EDT TO WS-LGN-RNG(50:10)
               END-IF
           END-IF.

           MOVE WS-LGN-RNG TO FD-LGN-ETQ.
