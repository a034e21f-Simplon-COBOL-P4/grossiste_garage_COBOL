      ******************************************************************
      *                             ENTÊTE                             *
      *                                                                *
      * Sous-programme de lecture des comptes utilisateurs : rend, par *
      * identifiant croissant à partir de LK-IDF-DEB, au plus LK-NBE   *
      * comptes (nombre de lignes rendues en retour) avec leur nom,    *
      * leur rôle, l'échéance d'un éventuel verrou en cours            *
      * (verrouille_jusqua_uti encore dans le futur) et la date de     *
      * désactivation (desactive_le_uti, vide pour un compte actif).   *
      * Alimente l'écran d'administration des comptes "ecrgesuti".     *
      *                                                                *
      *                           TRIGRAMMES                           *
      * LIR=LIRE; UTI=UTILISATEUR; IDF=IDENTIFIANT; DEB=DEBUT;         *
      * NOM=NOM; RLE=ROLE; VRR=VERROU; DSA=DESACTIVATION;              *
      * NBE=NOMBRE D'ENTREES; IDX=INDEX; CUR=CURSEUR.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. liruti.
       AUTHOR. Anaisktl.
       DATE-WRITTEN. 15-10-2026 (fr).

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 PG-IDF-DEB             PIC 9(10).
       01 PG-IDF-UTI             PIC 9(10).
       01 PG-NOM-UTI             PIC X(20).
       01 PG-RLE-UTI             PIC X(14).
       01 PG-VRR-UTI             PIC X(16).
       01 PG-DSA-UTI             PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       77 WS-IDX                 PIC 9(02).

       LINKAGE SECTION.

       01 LK-IDF-DEB             PIC 9(10).

       01 LK-TAB-UTI.
           05 LK-UTI             OCCURS 10 TIMES.
               10 LK-UTI-IDF     PIC 9(10).
               10 LK-UTI-NOM     PIC X(20).
               10 LK-UTI-RLE     PIC X(14).
               10 LK-UTI-VRR     PIC X(16).
               10 LK-UTI-DSA     PIC X(10).

       77 LK-NBE                 PIC 9(02).

       COPY lirret REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-IDF-DEB,
                                LK-TAB-UTI,
                                LK-NBE,
                                LK-LIR-RET.

           MOVE 0 TO WS-IDX.
           INITIALIZE LK-TAB-UTI.
           MOVE LK-IDF-DEB TO PG-IDF-DEB.

           EXEC SQL
               DECLARE CUR-UTI CURSOR FOR
                   SELECT id_uti, nom_uti, role_uti,
                          CASE WHEN verrouille_jusqua_uti
                                    > CURRENT_TIMESTAMP
                               THEN TO_CHAR(verrouille_jusqua_uti,
                                            'YYYY-MM-DD HH24:MI')
                               ELSE ' '
                          END,
                          COALESCE(TO_CHAR(desactive_le_uti,
                                           'YYYY-MM-DD'), ' ')
                   FROM utilisateur
                   WHERE id_uti >= :PG-IDF-DEB
                   ORDER BY id_uti
                   FOR READ ONLY
           END-EXEC.

           EXEC SQL OPEN CUR-UTI END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-LIR-RET-ERR TO TRUE
           END-IF.

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-IDX >= LK-NBE

               EXEC SQL
                   FETCH CUR-UTI
                   INTO :PG-IDF-UTI, :PG-NOM-UTI, :PG-RLE-UTI,
                        :PG-VRR-UTI, :PG-DSA-UTI
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-IDX
                   MOVE PG-IDF-UTI TO LK-UTI-IDF(WS-IDX)
                   MOVE PG-NOM-UTI TO LK-UTI-NOM(WS-IDX)
                   MOVE PG-RLE-UTI TO LK-UTI-RLE(WS-IDX)
                   MOVE PG-VRR-UTI TO LK-UTI-VRR(WS-IDX)
                   MOVE PG-DSA-UTI TO LK-UTI-DSA(WS-IDX)
               END-IF
           END-PERFORM.

           EXEC SQL CLOSE CUR-UTI END-EXEC.

           MOVE WS-IDX TO LK-NBE.

           IF NOT LK-LIR-RET-ERR
               IF WS-IDX = 0
                   SET LK-LIR-RET-VID TO TRUE
               ELSE
                   SET LK-LIR-RET-OK TO TRUE
               END-IF
           END-IF.

           EXIT PROGRAM.
